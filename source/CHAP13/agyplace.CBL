       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Agyplace.

      *  Collection agency placement.  Accounts the collectors on
      *  COLLWORK.DAT cannot move used to sit until they were
      *  written off; this run hands them to an outside agency
      *  instead.  AGYPARM.DAT names tonight's agency (which must be
      *  on the agency master AGYMSTR.DAT -- id, name, contingency
      *  fee rate) and the placement thresholds:
      *
      *      minimum days overdue      default 180
      *      minimum balance due       default 100.00
      *
      *  Every ordinary OVERDUE.DAT record at or past both
      *  thresholds is checked against the indexed billing master
      *  and placed unless it is written off, under dispute, paying
      *  on a current plan, under a legal hold, or already placed.
      *  A placed account:
      *
      *    - carries 'P' in MSTR-PLACEMENT-FLAG, which keeps it out
      *      of BILLUPDT's overdue output and tells DUNLETR,
      *      COLLASGN, and PROMCHK to leave it to the agency;
      *    - gets a placement record on AGYPLCMT.DAT (indexed by
      *      account) recording agency, date, and amount placed --
      *      AGYREMIT adds the agency's collections to it and
      *      AGYPERF reports from it;
      *    - goes to the agency on the placement file AGYPLOUT.DAT.
      *
      *  Recall transactions on AGYRECAL.DAT (account, reason,
      *  requested by) are worked first: the placement is marked
      *  recalled, the master flag is cleared so in-house collection
      *  picks the account up again, and an 'R' record on
      *  AGYPLOUT.DAT tells the holding agency to stop work.  A
      *  recalled account stays on AGYPLCMT.DAT for the performance
      *  history and is not placed again automatically.
      *
      *  Every placement, recall, and rejected recall prints on the
      *  placement register AGYPLREG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO "OVERDUE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             OVERDUE-STATUS.
           SELECT BILLING-MASTER         ASSIGN TO "BILLMSTR.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY MSTR-ACCOUNT-NR
                                         FILE STATUS IS MASTER-STATUS.
           SELECT AGENCY-PLACEMENTS      ASSIGN TO "AGYPLCMT.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY PLC-ACCOUNT-NR
                                         FILE STATUS IS
                                             PLACEMENT-STATUS.
           SELECT AGENCY-MASTER          ASSIGN TO "AGYMSTR.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS AGENCY-STATUS.
           SELECT AGENCY-PARMS           ASSIGN TO "AGYPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS PARM-STATUS.
           SELECT RECALL-TRANSACTIONS    ASSIGN TO "AGYRECAL.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS RECALL-STATUS.
           SELECT RUN-DATE-PARM          ASSIGN TO "RUNDATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             RUN-DATE-STATUS.
           SELECT AGENCY-PLACEMENT-FILE  ASSIGN TO "AGYPLOUT.DAT"
                                         LINE SEQUENTIAL.
           SELECT PLACEMENT-REGISTER     ASSIGN TO "AGYPLREG.DAT"
                                         LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-OVERDUE-REPORT.
       01  OVRDUE-PAYMENT-RECORD.
           05  OVRDUE-ACCOUNT-NR       PIC X(8).
           05                          PIC X.
           05  OVRDUE-BILLED-DATE      PIC 9(8).
           05                          PIC X.
           05  OVRDUE-BALANCE-DUE      PIC 9(7)V99.
           05                          PIC X.
           05  OVRDUE-RECORD-TYPE      PIC X(3).
               88  OVRDUE-IS-NSF        VALUE 'NSF'.

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

       FD  AGENCY-PLACEMENTS.
       01  AGENCY-PLACEMENT-RECORD.
           05  PLC-ACCOUNT-NR          PIC X(8).
           05  PLC-AGENCY-ID           PIC X(4).
           05  PLC-STATUS              PIC X.
               88  PLC-IS-PLACED        VALUE 'P'.
               88  PLC-IS-RECALLED      VALUE 'R'.
           05  PLC-PLACED-DATE         PIC 9(8).
           05  PLC-PLACED-AMOUNT       PIC 9(7)V99.
           05  PLC-DAYS-OVERDUE        PIC 9(4).
           05  PLC-GROSS-COLLECTED     PIC 9(7)V99.
           05  PLC-FEES-PAID           PIC 9(7)V99.
           05  PLC-LAST-REMIT-DATE     PIC 9(8).
           05  PLC-RECALL-DATE         PIC 9(8).
           05  PLC-RECALL-REASON       PIC X(20).
           05  FILLER                  PIC X(12).

       FD  AGENCY-MASTER.
       01  AGENCY-MASTER-RECORD.
           05  AGY-ID                  PIC X(4).
           05  AGY-NAME                PIC X(20).
           05  AGY-FEE-PCT             PIC 9V999.

       FD  AGENCY-PARMS.
       01  AGENCY-PARM-RECORD.
           05  PARM-AGENCY-ID          PIC X(4).
           05  PARM-MIN-DAYS           PIC 9(4).
           05  PARM-MIN-BALANCE        PIC 9(7)V99.

       FD  RECALL-TRANSACTIONS.
       01  RECALL-TRANSACTION-RECORD.
           05  RCL-ACCOUNT-NR          PIC X(8).
           05  RCL-REASON              PIC X(20).
           05  RCL-REQUESTED-BY        PIC X(20).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-OUT.
           05  PLO-RECORD-TYPE         PIC X.
           05  PLO-AGENCY-ID           PIC X(4).
           05  PLO-ACCOUNT-NR          PIC X(8).
           05  PLO-BALANCE-DUE         PIC 9(7)V99.
           05  PLO-BILLED-DATE         PIC 9(8).
           05  PLO-LAST-PAID-DATE      PIC 9(6).
           05  PLO-DAYS-OVERDUE        PIC 9(4).
           05  PLO-ACTION-DATE         PIC 9(8).
           05  PLO-RECALL-REASON       PIC X(20).

      *  'P' places the account with the agency at the balance
      *  shown; 'R' recalls it as of the action date.

       FD  PLACEMENT-REGISTER.
       01  PLACEMENT-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  OVERDUE-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  PLACEMENT-STATUS            PIC XX.
       01  AGENCY-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RECALL-STATUS               PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  OVERDUE-EOF-STATUS          PIC X VALUE 'N'.
           88  OVERDUE-END             VALUE 'Y'.
       01  RECALL-EOF-STATUS           PIC X VALUE 'N'.
           88  RECALL-END              VALUE 'Y'.
       01  AGENCY-EOF-STATUS           PIC X VALUE 'N'.
           88  AGENCY-END              VALUE 'Y'.
       01  AGENCY-FOUND-SWITCH         PIC X VALUE 'N'.
           88  AGENCY-FOUND            VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  PLACE-AGENCY-ID             PIC X(4) VALUE SPACES.
       01  PLACE-AGENCY-NAME           PIC X(20) VALUE SPACES.
       01  PLACE-MIN-DAYS              PIC 9(4) VALUE 180.
       01  PLACE-MIN-BALANCE           PIC 9(7)V99 VALUE 100.00.
       01  DAYS-OVERDUE                PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  SKIP-REASON                 PIC X(20).
       01  PLACED-COUNT                PIC 9(5) VALUE ZERO.
       01  PLACED-AMOUNT               PIC 9(9)V99 VALUE ZERO.
       01  RECALLED-COUNT              PIC 9(5) VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(32) VALUE
               'AGENCY PLACEMENT REGISTER -- '.
           05  RGH-BUSINESS-DATE       PIC 9(8).
       01  REGISTER-AGENCY-LINE.
           05  FILLER                  PIC X(20) VALUE
               'PLACING WITH AGENCY '.
           05  RGA-AGENCY-ID           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGA-AGENCY-NAME         PIC X(20).
       01  REGISTER-DETAIL-LINE.
           05  RGD-ACTION              PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-AGENCY-ID           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-DAYS                PIC ZZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-NOTE                PIC X(20).
       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE 'PLACED: '.
           05  RGT-PLACED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           05  RGT-PLACED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '  RECALLED: '.
           05  RGT-RECALLED-COUNT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'AGYPLACE' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'AGYPLACE: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-READ-AGENCY-PARMS.
           PERFORM 0070-FIND-PLACING-AGENCY.
           OPEN I-O BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'AGYPLACE: BILLMSTR.DAT WILL NOT OPEN, '
                   'STATUS ' MASTER-STATUS
               STOP RUN.
           OPEN I-O AGENCY-PLACEMENTS.
           IF PLACEMENT-STATUS NOT = '00'
               OPEN OUTPUT AGENCY-PLACEMENTS
               CLOSE AGENCY-PLACEMENTS
               OPEN I-O AGENCY-PLACEMENTS.
           OPEN OUTPUT AGENCY-PLACEMENT-FILE
                       PLACEMENT-REGISTER.
           MOVE BUSINESS-DATE TO RGH-BUSINESS-DATE.
           WRITE PLACEMENT-REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO PLACEMENT-REGISTER-LINE.
           WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0100-PROCESS-RECALLS.
           IF AGENCY-FOUND
               MOVE PLACE-AGENCY-ID TO RGA-AGENCY-ID
               MOVE PLACE-AGENCY-NAME TO RGA-AGENCY-NAME
               MOVE SPACES TO PLACEMENT-REGISTER-LINE
               WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE
               WRITE PLACEMENT-REGISTER-LINE
                   FROM REGISTER-AGENCY-LINE
               PERFORM 0200-PROCESS-OVERDUE-ACCOUNTS.
           MOVE SPACES TO PLACEMENT-REGISTER-LINE.
           WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE PLACED-COUNT TO RGT-PLACED-COUNT.
           MOVE PLACED-AMOUNT TO RGT-PLACED-AMOUNT.
           MOVE RECALLED-COUNT TO RGT-RECALLED-COUNT.
           WRITE PLACEMENT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           CLOSE BILLING-MASTER
                 AGENCY-PLACEMENTS
                 AGENCY-PLACEMENT-FILE
                 PLACEMENT-REGISTER.
           MOVE 'E' TO RUNLOG-FUNCTION.
           COMPUTE RUNLOG-RECORD-COUNT = PLACED-COUNT + RECALLED-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
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

      *  No parameter file, or no agency named on it, is a night
      *  with recalls only -- nothing is placed without an agency.
       0060-READ-AGENCY-PARMS.
           OPEN INPUT AGENCY-PARMS.
           IF PARM-STATUS = '00'
               READ AGENCY-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-AGENCY-ID TO PLACE-AGENCY-ID
                       IF PARM-MIN-DAYS NUMERIC
                         AND PARM-MIN-DAYS > ZERO
                           MOVE PARM-MIN-DAYS TO PLACE-MIN-DAYS
                       END-IF
                       IF PARM-MIN-BALANCE NUMERIC
                         AND PARM-MIN-BALANCE > ZERO
                           MOVE PARM-MIN-BALANCE TO PLACE-MIN-BALANCE
                       END-IF
               END-READ
               CLOSE AGENCY-PARMS.

       0070-FIND-PLACING-AGENCY.
           IF PLACE-AGENCY-ID NOT = SPACES
               OPEN INPUT AGENCY-MASTER
               IF AGENCY-STATUS = '00'
                   PERFORM UNTIL AGENCY-END OR AGENCY-FOUND
                       READ AGENCY-MASTER
                           AT END
                               MOVE 'Y' TO AGENCY-EOF-STATUS
                           NOT AT END
                               IF AGY-ID = PLACE-AGENCY-ID
                                   MOVE 'Y' TO AGENCY-FOUND-SWITCH
                                   MOVE AGY-NAME TO PLACE-AGENCY-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AGENCY-MASTER
               END-IF
               IF NOT AGENCY-FOUND
                   DISPLAY 'AGYPLACE: AGENCY ' PLACE-AGENCY-ID
                       ' NOT ON AGYMSTR.DAT -- NOTHING PLACED'
               END-IF
           END-IF.

      *  AGYRECAL.DAT missing just means nothing is being recalled.
       0100-PROCESS-RECALLS.
           OPEN INPUT RECALL-TRANSACTIONS.
           IF RECALL-STATUS NOT = '00'
               MOVE 'Y' TO RECALL-EOF-STATUS.
           PERFORM 0800-READ-RECALL.
           PERFORM UNTIL RECALL-END
               IF RCL-ACCOUNT-NR NOT = SPACES
                   PERFORM 0150-RECALL-ONE-ACCOUNT
               END-IF
               PERFORM 0800-READ-RECALL
           END-PERFORM.
           IF RECALL-STATUS = '00' OR RECALL-STATUS = '10'
               CLOSE RECALL-TRANSACTIONS.

       0150-RECALL-ONE-ACCOUNT.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE 'RECALL' TO RGD-ACTION.
           MOVE RCL-ACCOUNT-NR TO RGD-ACCOUNT-NR.
           MOVE RCL-ACCOUNT-NR TO PLC-ACCOUNT-NR.
           READ AGENCY-PLACEMENTS
               INVALID KEY
                   MOVE '*NOT PLACED*' TO RGD-NOTE
               NOT INVALID KEY
                   IF PLC-IS-PLACED
                       PERFORM 0160-APPLY-RECALL
                   ELSE
                       MOVE PLC-AGENCY-ID TO RGD-AGENCY-ID
                       MOVE '*ALREADY RECALLED*' TO RGD-NOTE
                   END-IF
           END-READ.
           WRITE PLACEMENT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0160-APPLY-RECALL.
           MOVE 'R' TO PLC-STATUS.
           MOVE BUSINESS-DATE TO PLC-RECALL-DATE.
           MOVE RCL-REASON TO PLC-RECALL-REASON.
           REWRITE AGENCY-PLACEMENT-RECORD.
           MOVE RCL-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   MOVE ZERO TO MSTR-BALANCE-DUE
               NOT INVALID KEY
                   MOVE SPACE TO MSTR-PLACEMENT-FLAG
                   REWRITE MSTR-BILLING-RECORD
           END-READ.
           MOVE SPACES TO AGENCY-PLACEMENT-OUT.
           MOVE 'R' TO PLO-RECORD-TYPE.
           MOVE PLC-AGENCY-ID TO PLO-AGENCY-ID.
           MOVE PLC-ACCOUNT-NR TO PLO-ACCOUNT-NR.
           MOVE MSTR-BALANCE-DUE TO PLO-BALANCE-DUE.
           MOVE ZERO TO PLO-BILLED-DATE PLO-LAST-PAID-DATE
                        PLO-DAYS-OVERDUE.
           MOVE BUSINESS-DATE TO PLO-ACTION-DATE.
           MOVE RCL-REASON TO PLO-RECALL-REASON.
           WRITE AGENCY-PLACEMENT-OUT.
           ADD 1 TO RECALLED-COUNT.
           MOVE PLC-AGENCY-ID TO RGD-AGENCY-ID.
           MOVE MSTR-BALANCE-DUE TO RGD-AMOUNT.
           MOVE RCL-REQUESTED-BY TO RGD-NOTE.

       0200-PROCESS-OVERDUE-ACCOUNTS.
           OPEN INPUT PAYMENT-OVERDUE-REPORT.
           IF OVERDUE-STATUS NOT = '00'
               MOVE 'Y' TO OVERDUE-EOF-STATUS.
           PERFORM 0820-READ-OVERDUE-RECORD.
           PERFORM UNTIL OVERDUE-END
               IF OVRDUE-ACCOUNT-NR NOT = SPACES
                 AND NOT OVRDUE-IS-NSF
                   PERFORM 0250-CONSIDER-ONE-ACCOUNT
               END-IF
               PERFORM 0820-READ-OVERDUE-RECORD
           END-PERFORM.
           IF OVERDUE-STATUS = '00' OR OVERDUE-STATUS = '10'
               CLOSE PAYMENT-OVERDUE-REPORT.

      *  Age and balance are judged off the overdue record; the
      *  exclusions off the master as it stands tonight.  Accounts
      *  that simply fall short of the thresholds are not printed --
      *  they are most of the file and are the collectors' to work.
       0250-CONSIDER-ONE-ACCOUNT.
           CALL 'DATEARTH' USING OVRDUE-BILLED-DATE
               BUSINESS-DATE DAYS-OVERDUE ARTH-STATUS.
           IF ARTH-DATES-VALID
             AND DAYS-OVERDUE NOT < PLACE-MIN-DAYS
             AND OVRDUE-BALANCE-DUE NOT < PLACE-MIN-BALANCE
               MOVE SPACES TO SKIP-REASON
               MOVE OVRDUE-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       MOVE '*NO MASTER*' TO SKIP-REASON
               END-READ
               IF SKIP-REASON = SPACES
                   EVALUATE TRUE
                       WHEN ACCOUNT-PLACED
                           MOVE 'ALREADY PLACED' TO SKIP-REASON
                       WHEN ACCOUNT-ON-LEGAL-HOLD
                           MOVE 'LEGAL HOLD' TO SKIP-REASON
                       WHEN ACCOUNT-WRITTEN-OFF
                           MOVE 'WRITTEN OFF' TO SKIP-REASON
                       WHEN MSTR-DISPUTED-AMOUNT NOT = ZERO
                           MOVE 'IN DISPUTE' TO SKIP-REASON
                       WHEN PLAN-IS-ACTIVE
                           MOVE 'ON PAYMENT PLAN' TO SKIP-REASON
                       WHEN MSTR-BALANCE-DUE < PLACE-MIN-BALANCE
                           MOVE 'BALANCE NOW BELOW' TO SKIP-REASON
                   END-EVALUATE
               END-IF
               IF SKIP-REASON = SPACES
                   PERFORM 0300-PLACE-ACCOUNT
               ELSE
                   MOVE SPACES TO REGISTER-DETAIL-LINE
                   MOVE 'SKIPPED' TO RGD-ACTION
                   MOVE OVRDUE-ACCOUNT-NR TO RGD-ACCOUNT-NR
                   MOVE OVRDUE-BALANCE-DUE TO RGD-AMOUNT
                   MOVE DAYS-OVERDUE TO RGD-DAYS
                   MOVE SKIP-REASON TO RGD-NOTE
                   WRITE PLACEMENT-REGISTER-LINE
                       FROM REGISTER-DETAIL-LINE
               END-IF
           END-IF.

      *  A recalled account still has its placement record, so the
      *  WRITE is refused and the account is reported rather than
      *  sent straight back out.
       0300-PLACE-ACCOUNT.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE OVRDUE-ACCOUNT-NR TO RGD-ACCOUNT-NR.
           MOVE MSTR-BALANCE-DUE TO RGD-AMOUNT.
           MOVE DAYS-OVERDUE TO RGD-DAYS.
           MOVE SPACES TO AGENCY-PLACEMENT-RECORD.
           MOVE MSTR-ACCOUNT-NR TO PLC-ACCOUNT-NR.
           MOVE PLACE-AGENCY-ID TO PLC-AGENCY-ID.
           MOVE 'P' TO PLC-STATUS.
           MOVE BUSINESS-DATE TO PLC-PLACED-DATE.
           MOVE MSTR-BALANCE-DUE TO PLC-PLACED-AMOUNT.
           IF DAYS-OVERDUE > 9999
               MOVE 9999 TO PLC-DAYS-OVERDUE
           ELSE
               MOVE DAYS-OVERDUE TO PLC-DAYS-OVERDUE.
           MOVE ZERO TO PLC-GROSS-COLLECTED PLC-FEES-PAID
                        PLC-LAST-REMIT-DATE PLC-RECALL-DATE.
           WRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE 'SKIPPED' TO RGD-ACTION
                   MOVE 'PREVIOUSLY RECALLED' TO RGD-NOTE
               NOT INVALID KEY
                   MOVE 'P' TO MSTR-PLACEMENT-FLAG
                   REWRITE MSTR-BILLING-RECORD
                   MOVE 'PLACED' TO RGD-ACTION
                   MOVE PLACE-AGENCY-ID TO RGD-AGENCY-ID
                   ADD 1 TO PLACED-COUNT
                   ADD MSTR-BALANCE-DUE TO PLACED-AMOUNT
                   MOVE SPACES TO AGENCY-PLACEMENT-OUT
                   MOVE 'P' TO PLO-RECORD-TYPE
                   MOVE PLACE-AGENCY-ID TO PLO-AGENCY-ID
                   MOVE MSTR-ACCOUNT-NR TO PLO-ACCOUNT-NR
                   MOVE MSTR-BALANCE-DUE TO PLO-BALANCE-DUE
                   MOVE OVRDUE-BILLED-DATE TO PLO-BILLED-DATE
                   MOVE MSTR-LAST-PAID-DATE TO PLO-LAST-PAID-DATE
                   MOVE PLC-DAYS-OVERDUE TO PLO-DAYS-OVERDUE
                   MOVE BUSINESS-DATE TO PLO-ACTION-DATE
                   WRITE AGENCY-PLACEMENT-OUT
           END-WRITE.
           WRITE PLACEMENT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0800-READ-RECALL.
           IF NOT RECALL-END
               READ RECALL-TRANSACTIONS
                   AT END
                       MOVE 'Y' TO RECALL-EOF-STATUS
               END-READ.

       0820-READ-OVERDUE-RECORD.
           IF NOT OVERDUE-END
               READ PAYMENT-OVERDUE-REPORT
                   AT END
                       MOVE 'Y' TO OVERDUE-EOF-STATUS
               END-READ.
