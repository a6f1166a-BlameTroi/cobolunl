                                         ACCESS MODE DYNAMIC
                                         RECORD KEY MSTR-IN-ACCOUNT-NR
                                         FILE STATUS IS MASTER-STATUS.
           SELECT DAILY-PAYMENTS         ASSIGN TO PAYMENTS-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT LATE-CHARGE-PARMS      ASSIGN TO "LATERATE.DAT"
                                         LINE SEQUENTIAL
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             CYCLE-PARMS-STATUS.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO OVERDUE-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT PAYMENT-SUSPENSE-FILE  ASSIGN TO SUSPENSE-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT REFUND-EXTRACT-FILE    ASSIGN TO REFUND-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT CREDIT-REGISTER        ASSIGN TO CREDREG-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT PLAN-STATUS-REPORT     ASSIGN TO PLANRPT-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT CASH-BALANCING-REPORT  ASSIGN TO CASHBAL-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE      ASSIGN TO GLEXTR-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT WRITEOFF-APPROVALS     ASSIGN TO "WRITEOFF.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             WRITEOFF-STATUS.
           SELECT WRITEOFF-REGISTER      ASSIGN TO WOREG-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT WAIVER-APPROVALS       ASSIGN TO "WAIVER.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             WAIVER-STATUS.
           SELECT WAIVER-REGISTER        ASSIGN TO WAIVEREG-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT RUN-CONTROL-COUNTS     ASSIGN TO BILLCTL-FILE-NAME
                                         LINE SEQUENTIAL.
           SELECT ACCOUNT-XREF-FILE      ASSIGN TO "ACCTXREF.DAT"
                                         ORGANIZATION INDEXED
                                         RECORD KEY
                                             XREF-OLD-ACCOUNT-NR
                                         FILE STATUS IS XREF-STATUS.
           SELECT PAYMENT-HISTORY-FILE   ASSIGN TO PAYHIST-FILE-NAME
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY PHIST-KEY
                                         FILE STATUS IS PAYHIST-STATUS.
           SELECT OPEN-ITEM-FILE         ASSIGN TO "OPENITEM.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY OPEN-KEY
                                         FILE STATUS IS
                                             OPENITEM-STATUS.
           SELECT BEFORE-IMAGE-JOURNAL   ASSIGN TO BILLJRNL-FILE-NAME
                                         LINE SEQUENTIAL
                                         FILE STATUS IS JOURNAL-STATUS.
           SELECT CHECKPOINT-FILE        ASSIGN TO BILLCKPT-FILE-NAME
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             CHECKPOINT-STATUS.
           SELECT CHECKPOINT-PARMS       ASSIGN TO "CKPTPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             CKPT-PARMS-STATUS.
           SELECT PARTITION-PARMS        ASSIGN TO "BILLPART.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             PARTITION-PARMS-STATUS.
           SELECT PRIOR-HISTORY-FILE     ASSIGN TO "PAYHIST.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY PRIOR-KEY
                                         FILE STATUS IS
                                             PRIOR-HISTORY-STATUS.


       DATA DIVISION.
           05  MSTR-IN-WRITEOFF-FLAG   PIC X.
               88  ACCOUNT-WRITTEN-OFF  VALUE 'W'.
           05  MSTR-IN-DISPUTED-AMOUNT PIC 9(7)V99.
           05  MSTR-IN-PLACEMENT-FLAG  PIC X.
               88  ACCOUNT-PLACED       VALUE 'P'.
           05  MSTR-IN-LEGAL-STATUS    PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

      *  'W' marks an account whose balance was written off as
      *  uncollectable: no further late charges accrue and it stays
      *  it.  Masters written before the field existed have spaces
      *  there; 0800-READ-INPUT-MASTER normalizes those to zero.

      *  MSTR-IN-PLACEMENT-FLAG (surfaced from what was FILLER) is
      *  'P' while AGYPLACE has the account out with a collection
      *  agency.  A placed account is the agency's to work, so it
      *  is held out of OVERDUE.DAT like a disputed one; payments,
      *  including the agency's remittances, still post normally.

      *  MSTR-IN-LEGAL-STATUS (surfaced from what was FILLER) is the
      *  code of an open legal hold -- 'B' bankruptcy, 'D' deceased,
      *  'L' litigation -- placed and released on the LEGALMNT
      *  console.  A held account stays on OVERDUE.DAT so it still
      *  ages, but it is never late-charged, and the collection
      *  programs that read OVERDUE.DAT skip it.

      *  Other Master Billing Definitions

       FD  DAILY-PAYMENTS.
               88  PYMT-IS-DISPUTE      VALUE 'D'.
               88  PYMT-IS-DISPUTE-REL  VALUE 'E'.
               88  PYMT-IS-CHARGE       VALUE 'C'.
               88  PYMT-IS-CREDIT-MEMO  VALUE 'M'.
           05  FILLER                  PIC X(8).
           05  PYMT-RETURN-REASON      PIC X(3).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  PYMT-INVOICE-DATE       PIC X(8).
           05  PYMT-CHARGE-SOURCE      PIC X(3).
           05  FILLER                  PIC X(22).

      *  PYMT-AMOUNT-TEXT is free-format, the way a payment amount
      *  keyed at a terminal would come in, so it is edited through
      *  billing bridge and the invoicing run raise receivables
      *  through it -- which adds to the balance due and posts
      *  ACCTREC against BILLINC, again outside the cash proof.
      *  'M' is a credit memo -- CRMEMO's credit for goods a
      *  customer returned -- the reverse of a charge: the balance
      *  due comes down and BILLINC is debited against ACCTREC,
      *  also outside the cash proof.
      *
      *  The eight bytes after the type are the entry date PAYENTRY
      *  stamps; BILLUPDT does not use them.  PYMT-RETURN-REASON is
      *  the bank's return code on the 'N' items ACHRTN builds from
      *  returned autopay drafts, carried onto the NSF overdue item
      *  so collections can see why the draft came back.
      *
      *  PYMT-INVOICE-NR (surfaced from what was FILLER) is the
      *  invoice a transaction is about.  On a 'C' charge it names
      *  the open item the charge raises -- INVGEN's order number,
      *  PREMBILL's 'PRM' and billing month -- with the invoice
      *  date and a source code ('INV', 'PRM') beside it; on a
      *  payment it is the invoice the customer said they were
      *  paying, and on a reversal the invoice the bounced payment
      *  paid.  Blank on a payment means apply oldest-first.

       FD  LATE-CHARGE-PARMS.
       01  LATE-CHARGE-PARM-RECORD.
           05  OVRDUE-RECORD-TYPE      PIC X(3).
               88  OVRDUE-IS-AGING      VALUE '   '.
               88  OVRDUE-IS-NSF        VALUE 'NSF'.
           05                          PIC X.
           05  OVRDUE-RETURN-REASON    PIC X(3).

      *  OVRDUE-RECORD-TYPE spaces is an ordinary overdue account;
      *  'NSF' marks a bounced-check item reported for collections,
      *  DAYPMTS batches.  Suspended items are not history -- they
      *  post (and land here) only after SUSPWORK resolves them.

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OPEN-KEY.
               10  OPEN-ACCOUNT-NR     PIC X(8).
               10  OPEN-INVOICE-NR     PIC X(12).
           05  OPEN-INVOICE-DATE       PIC 9(8).
           05  OPEN-SOURCE             PIC X(3).
           05  OPEN-ORIGINAL-AMOUNT    PIC 9(7)V99.
           05  OPEN-UNPAID-AMOUNT      PIC 9(7)V99.
           05  OPEN-LAST-APPLIED-DATE  PIC 9(8).
           05  FILLER                  PIC X(23).

      *  The open-item ledger behind the balance-forward master.
      *  Every billed charge is an item keyed by account and
      *  invoice; a charge that names no invoice is keyed 'H' plus
      *  its payment-history date and sequence so it still stands
      *  on its own.  Payments come off the invoice they name and
      *  then oldest invoice first; reversals and NSF items put
      *  money back on the invoice named and then on the items
      *  most recently paid, which are the ones the bounced payment
      *  paid.  Late charges and balances carried from before the
      *  ledger existed are not items -- the master balance less
      *  the unpaid items is the unitemized balance.  An item stays
      *  on file at zero so the statement and inquiry can show it
      *  paid.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
      *  cash out again.  The trailer record proves debits equal
      *  credits so the ledger system can accept the file unattended.

       FD  BEFORE-IMAGE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRNL-RUN-DATE           PIC 9(8).
           05  JRNL-SEQUENCE           PIC 9(7).
           05  JRNL-RECORD-TYPE        PIC X.
               88  JRNL-IS-MASTER-IMAGE VALUE 'M'.
               88  JRNL-IS-HISTORY-ADD  VALUE 'H'.
               88  JRNL-IS-ITEM-IMAGE   VALUE 'O'.
               88  JRNL-IS-ITEM-ADD     VALUE 'A'.
           05  JRNL-IMAGE              PIC X(80).

      *  The before-image journal.  Every master record is written
      *  here exactly as it stood on disk before the run touched it
      *  ('M'), ahead of the REWRITE that changes it, and every
      *  PAYHIST.DAT record the run adds is noted by key ('H').
      *  Open items go the same way: an item's image before it is
      *  changed ('O'), and the key of an item the run adds ('A').
      *  The sequence number is the record's position in the
      *  journal, which is how a checkpoint names the point the run
      *  had reached.  BILLRCVR works from this file to put the
      *  master and the open items back -- to the last checkpoint
      *  for a restart, or all the way to the pre-run state to back
      *  the night out.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD      PIC X(713).

      *  One record, rewritten whole at every checkpoint: the
      *  account the walk had just finished, how many DAYPMTS.DAT
      *  records were consumed by then, how far the journal had
      *  got, how many records each sequential output held, and
      *  every running control total -- everything a restart needs
      *  to carry on as if the failure never happened, so the night
      *  still ends with ONE cash balancing page, ONE ledger
      *  trailer, and ONE BILLCTL.DAT record.  The status says what
      *  the last run left behind: 'A' active (the run is in flight
      *  or died), 'R' BILLRCVR has rolled back to the checkpoint
      *  and the next BILLUPDT resumes, 'C' completed, 'B' backed
      *  out.  Checkpoint 0 is taken before the first account, so a
      *  run that fails early restarts from the top.

       FD  CHECKPOINT-PARMS.
       01  CHECKPOINT-PARM-RECORD.
           05  CKPT-PARM-INTERVAL      PIC 9(5).

      *  Masters rewritten between checkpoints; missing file (or
      *  zero) leaves CHECKPOINT-INTERVAL at its default below.

       FD  PARTITION-PARMS.
       01  PARTITION-PARM-RECORD.
           05  PART-NUMBER             PIC 99.
           05  PART-THRU-ACCOUNT-NR    PIC X(8).

      *  The partitioned run.  When the night is too big for one
      *  pass, operations runs BILLUPDT as several concurrent
      *  partitions, each started with its partition number in the
      *  BILLPART environment variable.  BILLPART.DAT lists the
      *  partitions in ascending account order, each with the
      *  highest account it works: a partition takes every account
      *  above the one before it up to its own, and the last one
      *  (its account left blank) runs to the end of the master, so
      *  the ranges can neither overlap nor leave a gap.
      *
      *  A partition walks only its own range of BILLMSTR.DAT and
      *  reads its own slice of the payments, DAYPMTS.Pnn, which
      *  BILLSPLT cuts from DAYPMTS.DAT by the same ranges.  Every
      *  other file it writes -- the reports, the ledger extract,
      *  the control record, the journal and checkpoint, and its
      *  payment history -- carries the partition number in place
      *  of the .DAT, so partitions never write over each other and
      *  each can be recovered through BILLRCVR on its own.  It logs
      *  to RUNLOG as its own job, BILLUPnn.  BILLMRGE puts the
      *  partitions' outputs back together as the files a one-pass
      *  run writes, and completes the night as job BILLUPDT.  With
      *  no BILLPART set the program runs the whole master in one
      *  pass exactly as it always has.

       FD  PRIOR-HISTORY-FILE.
       01  PRIOR-HISTORY-RECORD.
           05  PRIOR-KEY.
               10  PRIOR-ACCOUNT-NR    PIC X(8).
               10  PRIOR-POSTED-DATE   PIC 9(8).
               10  PRIOR-POSTING-SEQ   PIC 9(3).
           05  FILLER                  PIC X(10).

      *  A partition's payment history goes to PAYHIST.Pnn for
      *  BILLMRGE to carry into PAYHIST.DAT; the permanent file is
      *  read here only so the sequence numbers a partition hands
      *  out start past what is already on file, exactly as a
      *  one-pass run's would.

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
       01  CYCLE-SELECT-SWITCH          PIC X.
           88  CYCLE-IS-SELECTED          VALUE 'Y'.
       01  CREDIT-CREATED-AMOUNT        PIC 9(7)V99.
       01  CREDIT-MEMO-APPLIED          PIC 9(7)V99.
       01  RECOVERY-APPLIED-PART        PIC 9(7)V99.
       01  RECOVERY-EXCESS-PART         PIC 9(7)V99.
       01  PLAN-CURRENT-SWITCH          PIC X.
       01  HISTORY-TRANS-TYPE           PIC X.
       01  HISTORY-WRITTEN-SWITCH       PIC X.
           88  HISTORY-WRITTEN            VALUE 'Y'.
       01  OPENITEM-STATUS              PIC XX.
       01  OPEN-BEFORE-IMAGE            PIC X(80).
       01  OPEN-NAMED-INVOICE           PIC X(12).
       01  OPEN-APPLY-REMAINING         PIC 9(7)V99.
       01  OPEN-APPLY-PART              PIC 9(7)V99.
       01  OPEN-PAID-PART               PIC 9(7)V99.
       01  OPEN-FOUND-SWITCH            PIC X.
           88  OPEN-ITEM-FOUND            VALUE 'Y'.
       01  OPEN-SCAN-EOF-STATUS         PIC X.
           88  OPEN-SCAN-END              VALUE 'Y'.
       01  OPEN-CANDIDATE-KEY           PIC X(20).
       01  OPEN-ITEM-ORDER.
           05  OIO-APPLIED-DATE         PIC 9(8).
           05  OIO-INVOICE-DATE         PIC 9(8).
       01  OPEN-CANDIDATE-ORDER.
           05  OCO-APPLIED-DATE         PIC 9(8).
           05  OCO-INVOICE-DATE         PIC 9(8).
      *  Cash application control totals.  Every payment dollar read
      *  from DAYPMTS.DAT must prove out as applied to a balance,
      *  carried to credit, suspended for research, or backed out as
           05  CRD-TOTAL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(9) VALUE '  OWED:  '.
           05  CRD-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
      *  Checkpoint/restart working storage.  The line counts are
      *  what each sequential output holds so far, headings
      *  included -- BILLRCVR cuts each file back to exactly these
      *  counts before a restart appends to it again.
       01  JOURNAL-STATUS               PIC XX.
       01  CHECKPOINT-STATUS            PIC XX.
       01  CKPT-PARMS-STATUS            PIC XX.
       01  CHECKPOINT-INTERVAL          PIC 9(5) VALUE 500.
       01  MASTERS-SINCE-CHECKPOINT     PIC 9(5) VALUE ZERO.
       01  CHECKPOINT-COUNT             PIC 9(5) VALUE ZERO.
       01  JOURNAL-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01  RESTART-SWITCH               PIC X VALUE 'N'.
           88  RUN-IS-RESTART             VALUE 'Y'.
       01  RESTART-LAST-ACCOUNT-NR      PIC X(8).
       01  RESTART-SKIP-COUNT           PIC 9(7).
       01  RESTART-SKIP-SUB             PIC 9(7).
       01  PAYMENTS-CONSUMED-COUNT      PIC 9(7).
       01  BEFORE-IMAGE-RECORD          PIC X(80).
       01  DETOUR-BEFORE-IMAGE          PIC X(80).
       01  OUTPUT-LINE-COUNTS.
           05  REFUND-LINES-WRITTEN     PIC 9(7) VALUE ZERO.
           05  CREDIT-LINES-WRITTEN     PIC 9(7) VALUE ZERO.
           05  PLAN-LINES-WRITTEN       PIC 9(7) VALUE ZERO.
           05  WRITEOFF-LINES-WRITTEN   PIC 9(7) VALUE ZERO.
           05  WAIVER-LINES-WRITTEN     PIC 9(7) VALUE ZERO.
       01  MATCHED-FLAG-WORK.
           05  MATCHED-FLAG-BYTE        PIC X OCCURS 200 TIMES.
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE           PIC 9(8).
           05  CKPT-RUN-STATUS         PIC X.
               88  CKPT-RUN-ACTIVE      VALUE 'A'.
               88  CKPT-RESTART-READY   VALUE 'R'.
               88  CKPT-RUN-COMPLETE    VALUE 'C'.
               88  CKPT-RUN-BACKED-OUT  VALUE 'B'.
           05  CKPT-NUMBER             PIC 9(5).
           05  CKPT-LAST-ACCOUNT-NR    PIC X(8).
           05  CKPT-PAYMENTS-CONSUMED  PIC 9(7).
           05  CKPT-JOURNAL-COUNT      PIC 9(7).
           05  CKPT-FILE-COUNTS.
               10  CKPT-OVERDUE-LINES  PIC 9(7).
               10  CKPT-SUSPENSE-LINES PIC 9(7).
               10  CKPT-REFUND-LINES   PIC 9(7).
               10  CKPT-CREDIT-LINES   PIC 9(7).
               10  CKPT-PLAN-LINES     PIC 9(7).
               10  CKPT-GL-LINES       PIC 9(7).
               10  CKPT-WRITEOFF-LINES PIC 9(7).
               10  CKPT-WAIVER-LINES   PIC 9(7).
           05  CKPT-CASH-TOTALS        PIC X(112).
           05  CKPT-MASTERS-IN         PIC 9(7).
           05  CKPT-MASTERS-OUT        PIC 9(7).
           05  CKPT-SUSPENSE-WRITTEN   PIC 9(7).
           05  CKPT-OVERDUE-WRITTEN    PIC 9(7).
           05  CKPT-GL-POSTING-COUNT   PIC 9(7).
           05  CKPT-GL-DEBIT-TOTAL     PIC 9(11)V99.
           05  CKPT-GL-CREDIT-TOTAL    PIC 9(11)V99.
           05  CKPT-CREDIT-COUNT       PIC 9(5).
           05  CKPT-CREDIT-AMOUNT      PIC 9(9)V99.
           05  CKPT-WRITEOFF-COUNT     PIC 9(5).
           05  CKPT-WRITEOFF-AMOUNT    PIC 9(9)V99.
           05  CKPT-WAIVER-COUNT       PIC 9(5).
           05  CKPT-WAIVER-AMOUNT      PIC 9(9)V99.
           05  CKPT-WRITEOFF-MATCHED   PIC X(200).
           05  CKPT-WAIVER-MATCHED     PIC X(200).
      *  Partitioned-run working storage.  The file names are the
      *  one-pass names until 0050 finds this run is a partition.
       01  PARTITION-FILE-NAMES.
           05  PAYMENTS-FILE-NAME       PIC X(12) VALUE 'DAYPMTS.DAT'.
           05  OVERDUE-FILE-NAME        PIC X(12) VALUE 'OVERDUE.DAT'.
           05  SUSPENSE-FILE-NAME       PIC X(12) VALUE
               'SUSPENSE.DAT'.
           05  REFUND-FILE-NAME         PIC X(12) VALUE 'REFUND.DAT'.
           05  CREDREG-FILE-NAME        PIC X(12) VALUE 'CREDREG.DAT'.
           05  PLANRPT-FILE-NAME        PIC X(12) VALUE 'PLANRPT.DAT'.
           05  CASHBAL-FILE-NAME        PIC X(12) VALUE 'CASHBAL.DAT'.
           05  GLEXTR-FILE-NAME         PIC X(12) VALUE 'GLEXTR.DAT'.
           05  WOREG-FILE-NAME          PIC X(12) VALUE 'WOREG.DAT'.
           05  WAIVEREG-FILE-NAME       PIC X(12) VALUE
               'WAIVEREG.DAT'.
           05  BILLCTL-FILE-NAME        PIC X(12) VALUE 'BILLCTL.DAT'.
           05  PAYHIST-FILE-NAME        PIC X(12) VALUE 'PAYHIST.DAT'.
           05  BILLJRNL-FILE-NAME       PIC X(12) VALUE
               'BILLJRNL.DAT'.
           05  BILLCKPT-FILE-NAME       PIC X(12) VALUE
               'BILLCKPT.DAT'.
       01  PARTITION-NUMBER-TEXT        PIC XX VALUE SPACES.
       01  PARTITION-NUMBER             PIC 99 VALUE ZERO.
       01  PARTITION-SWITCH             PIC X VALUE 'N'.
           88  RUN-IS-PARTITION           VALUE 'Y'.
       01  PARTITION-FOUND-SWITCH       PIC X VALUE 'N'.
           88  PARTITION-FOUND            VALUE 'Y'.
       01  PARTITION-PARMS-STATUS       PIC XX.
       01  PARTITION-EOF-STATUS         PIC X VALUE 'N'.
           88  PARTITION-PARMS-END        VALUE 'Y'.
       01  PARTITION-EXTENSION.
           05  FILLER                   PIC XX VALUE '.P'.
           05  PARTITION-EXTENSION-NR   PIC 99.
       01  PARTITION-AFTER-ACCOUNT-NR   PIC X(8) VALUE LOW-VALUES.
       01  PARTITION-THRU-ACCOUNT-NR    PIC X(8) VALUE HIGH-VALUES.
       01  PARTITION-PRIOR-THRU-NR      PIC X(8).
       01  PRIOR-HISTORY-STATUS         PIC XX.
       01  PRIOR-FOUND-SWITCH           PIC X.
           88  PRIOR-HISTORY-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'BILLUPDT' TO RUNLOG-JOB-NAME.
           PERFORM 0050-ESTABLISH-PARTITION.
           PERFORM 0150-CHECK-RESTART-STATE.
           MOVE 'S' TO RUNLOG-FUNCTION.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF XREF-STATUS = '00'
               MOVE 'Y' TO XREF-ON-HAND-SWITCH.
           IF RUN-IS-PARTITION
               PERFORM 0060-OPEN-PARTITION-HISTORY
           ELSE
               OPEN I-O   PAYMENT-HISTORY-FILE
               IF PAYHIST-STATUS NOT = '00'
                   OPEN OUTPUT PAYMENT-HISTORY-FILE
               END-IF
           END-IF.
           OPEN I-O   OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               DISPLAY 'BILLUPDT: CANNOT OPEN OPENITEM.DAT, '
                   'STATUS ' OPENITEM-STATUS
               STOP RUN.
           IF RUN-IS-RESTART
               PERFORM 0165-OPEN-FOR-RESTART
           ELSE
               PERFORM 0160-OPEN-FOR-NEW-RUN.
           PERFORM 0100-READ-LATE-CHARGE-PARMS.
           PERFORM 0110-READ-CYCLE-PARMS.
           PERFORM 0115-READ-CHECKPOINT-PARMS.
           PERFORM 0140-LOAD-WRITEOFF-APPROVALS.
           PERFORM 0145-LOAD-WAIVER-APPROVALS.
           IF RUN-IS-RESTART
               PERFORM 0170-RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM 0970-TAKE-CHECKPOINT.
           IF RUN-IS-PARTITION
             AND (NOT RUN-IS-RESTART
               OR RESTART-LAST-ACCOUNT-NR = LOW-VALUES)
               PERFORM 0180-POSITION-AT-PARTITION.
           IF NOT MASTER-END
               PERFORM 0800-READ-INPUT-MASTER.
           IF NOT PAYMENT-END
               PERFORM 0820-READ-PAYMENTS.
           PERFORM 0200-UPDATE-CONTROL-LOOP
               UNTIL MASTER-END AND PAYMENT-END.

           MOVE CREDIT-ACCOUNT-COUNT TO CRD-TOTAL-COUNT.
           MOVE CREDIT-TOTAL-AMOUNT TO CRD-TOTAL-AMOUNT.
           WRITE CREDIT-REGISTER-LINE FROM CREDIT-TOTAL-LINE.
           ADD 2 TO CREDIT-LINES-WRITTEN.
           PERFORM 0910-WRITE-CASH-BALANCING.
           PERFORM 0920-CLOSE-WRITEOFF-REGISTER.
           PERFORM 0925-CLOSE-WAIVER-REGISTER.
               CLOSE ACCOUNT-XREF-FILE.
           CLOSE BILLING-MASTER-FILE
                 PAYMENT-HISTORY-FILE
                 OPEN-ITEM-FILE
                 DAILY-PAYMENTS
                 PAYMENT-OVERDUE-REPORT
                 PAYMENT-SUSPENSE-FILE
                 GL-INTERFACE-FILE
                 WRITEOFF-REGISTER
                 WAIVER-REGISTER
                 RUN-CONTROL-COUNTS
                 BEFORE-IMAGE-JOURNAL.
           IF RUN-IS-PARTITION
             AND PRIOR-HISTORY-STATUS = '00'
               CLOSE PRIOR-HISTORY-FILE.
           PERFORM 0972-SAVE-RUN-TOTALS.
           MOVE 'C' TO CKPT-RUN-STATUS.
           PERFORM 0985-WRITE-CHECKPOINT-RECORD.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE MASTERS-OUT-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-RETURN.
           STOP RUN.

      *  A partition number in BILLPART makes this run a partition:
      *  its range comes from BILLPART.DAT, its files take the
      *  partition extension, and it logs as BILLUPnn.  A partition
      *  is refused once the night has already been completed as
      *  BILLUPDT, one pass or merged -- it would post it twice.
       0050-ESTABLISH-PARTITION.
           DISPLAY 'BILLPART' UPON ENVIRONMENT-NAME.
           ACCEPT PARTITION-NUMBER-TEXT FROM ENVIRONMENT-VALUE.
           IF PARTITION-NUMBER-TEXT = SPACES
               EXIT PARAGRAPH.
           IF PARTITION-NUMBER-TEXT (2:1) = SPACE
               MOVE PARTITION-NUMBER-TEXT (1:1)
                   TO PARTITION-NUMBER-TEXT (2:1)
               MOVE '0' TO PARTITION-NUMBER-TEXT (1:1).
           IF PARTITION-NUMBER-TEXT NOT NUMERIC
               DISPLAY 'BILLUPDT: BILLPART ' PARTITION-NUMBER-TEXT
                   ' IS NOT A PARTITION NUMBER'
               STOP RUN.
           MOVE PARTITION-NUMBER-TEXT TO PARTITION-NUMBER.
           IF PARTITION-NUMBER = ZERO
               EXIT PARAGRAPH.
           MOVE 'N' TO PARTITION-FOUND-SWITCH.
           MOVE LOW-VALUES TO PARTITION-PRIOR-THRU-NR.
           OPEN INPUT PARTITION-PARMS.
           IF PARTITION-PARMS-STATUS NOT = '00'
               MOVE 'Y' TO PARTITION-EOF-STATUS.
           PERFORM UNTIL PARTITION-PARMS-END OR PARTITION-FOUND
               READ PARTITION-PARMS
                   AT END
                       MOVE 'Y' TO PARTITION-EOF-STATUS
                   NOT AT END
                       IF PART-NUMBER = PARTITION-NUMBER
                           MOVE 'Y' TO PARTITION-FOUND-SWITCH
                           MOVE PARTITION-PRIOR-THRU-NR
                               TO PARTITION-AFTER-ACCOUNT-NR
                           IF PART-THRU-ACCOUNT-NR NOT = SPACES
                               MOVE PART-THRU-ACCOUNT-NR
                                   TO PARTITION-THRU-ACCOUNT-NR
                           END-IF
                       ELSE
                           MOVE PART-THRU-ACCOUNT-NR
                               TO PARTITION-PRIOR-THRU-NR
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTITION-PARMS-STATUS = '00'
             OR PARTITION-PARMS-STATUS = '10'
               CLOSE PARTITION-PARMS.
           IF NOT PARTITION-FOUND
               DISPLAY 'BILLUPDT: PARTITION ' PARTITION-NUMBER
                   ' IS NOT ON BILLPART.DAT'
               STOP RUN.
           MOVE 'Q' TO RUNLOG-FUNCTION.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN = '00'
               DISPLAY 'BILLUPDT: THE BILLING UPDATE IS ALREADY '
                   'COMPLETE FOR THIS BUSINESS DATE -- PARTITION '
                   PARTITION-NUMBER ' REFUSED'
               STOP RUN.
           MOVE 'Y' TO PARTITION-SWITCH.
           MOVE PARTITION-NUMBER TO PARTITION-EXTENSION-NR.
           INSPECT PARTITION-FILE-NAMES
               REPLACING ALL '.DAT' BY PARTITION-EXTENSION.
           MOVE 'BILLUP' TO RUNLOG-JOB-NAME (1:6).
           MOVE PARTITION-NUMBER TO RUNLOG-JOB-NAME (7:2).
           DISPLAY 'BILLUPDT: RUNNING AS PARTITION '
               PARTITION-NUMBER ', JOB ' RUNLOG-JOB-NAME.

      *  A new partition run starts its history slice empty -- what
      *  was there went into PAYHIST.DAT at the last merge.  A
      *  restart keeps what the slice already holds.
       0060-OPEN-PARTITION-HISTORY.
           IF NOT RUN-IS-RESTART
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-HISTORY-FILE.
           OPEN INPUT PRIOR-HISTORY-FILE.

       0100-READ-LATE-CHARGE-PARMS.

           OPEN INPUT LATE-CHARGE-PARMS.
      *  when LATERATE.DAT is absent, so the rate is configurable
      *  without a recompile but billing never runs rateless.

       0115-READ-CHECKPOINT-PARMS.

           OPEN INPUT CHECKPOINT-PARMS.
           IF CKPT-PARMS-STATUS = '00'
               READ CHECKPOINT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-PARM-INTERVAL NUMERIC
                         AND CKPT-PARM-INTERVAL > ZERO
                           MOVE CKPT-PARM-INTERVAL
                               TO CHECKPOINT-INTERVAL
                       END-IF
               END-READ
               CLOSE CHECKPOINT-PARMS.

      *  What the last run left on BILLCKPT.DAT decides how this one
      *  starts.  A run still marked active died and has not been
      *  recovered -- starting over it would post the night twice
      *  on the accounts it already rewrote, so it is refused until
      *  BILLRCVR has either rolled it back to its checkpoint or
      *  backed it out.  A run BILLRCVR readied for restart resumes,
      *  under the business date it started with, so every posting
      *  date it writes matches the ones already on file.
       0150-CHECK-RESTART-STATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                   AT END
                       MOVE SPACES TO CHECKPOINT-RECORD
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKPT-RUN-ACTIVE
                   DISPLAY 'BILLUPDT: THE RUN OF ' CKPT-RUN-DATE
                       ' DID NOT COMPLETE -- RECOVER IT THROUGH '
                       'BILLRCVR FIRST'
                   STOP RUN
               END-IF
               IF CKPT-RESTART-READY
                   MOVE 'Y' TO RESTART-SWITCH
                   MOVE CKPT-RUN-DATE TO CURRENT-DATE-INTEGER
                   DISPLAY 'BILLUPDT: RESTARTING THE RUN OF '
                       CKPT-RUN-DATE ' FROM CHECKPOINT '
                       CKPT-NUMBER
               END-IF
           END-IF.

       0160-OPEN-FOR-NEW-RUN.
           OPEN INPUT DAILY-PAYMENTS
                OUTPUT PAYMENT-OVERDUE-REPORT
                       PAYMENT-SUSPENSE-FILE
                       REFUND-EXTRACT-FILE
                       CREDIT-REGISTER
                       PLAN-STATUS-REPORT
                       CASH-BALANCING-REPORT
                       GL-INTERFACE-FILE
                       WRITEOFF-REGISTER
                       WAIVER-REGISTER
                       RUN-CONTROL-COUNTS
                       BEFORE-IMAGE-JOURNAL.
           WRITE CREDIT-REGISTER-LINE FROM CREDIT-REGISTER-HEADING.
           WRITE PLAN-REPORT-LINE FROM PLAN-REPORT-HEADING.
           WRITE WRITEOFF-REGISTER-LINE FROM WRITEOFF-HEADING.
           WRITE WAIVER-REGISTER-LINE FROM WAIVER-HEADING.
           MOVE 1 TO CREDIT-LINES-WRITTEN
                     PLAN-LINES-WRITTEN
                     WRITEOFF-LINES-WRITTEN
                     WAIVER-LINES-WRITTEN.

      *  BILLRCVR has already cut every sequential output back to
      *  what it held at the checkpoint, so the restart appends.
      *  The cash balancing page and the control record are only
      *  ever written at end of run, so they start fresh.
       0165-OPEN-FOR-RESTART.
           OPEN INPUT DAILY-PAYMENTS
                OUTPUT CASH-BALANCING-REPORT
                       RUN-CONTROL-COUNTS
                EXTEND PAYMENT-OVERDUE-REPORT
                       PAYMENT-SUSPENSE-FILE
                       REFUND-EXTRACT-FILE
                       CREDIT-REGISTER
                       PLAN-STATUS-REPORT
                       GL-INTERFACE-FILE
                       WRITEOFF-REGISTER
                       WAIVER-REGISTER
                       BEFORE-IMAGE-JOURNAL.

      *  Every running total comes back exactly as the checkpoint
      *  saved it, the approvals already applied are marked used
      *  again, the master walk is repositioned just past the last
      *  account finished, and the payments consumed by then are
      *  read past without being counted a second time.
       0170-RESUME-FROM-CHECKPOINT.
           MOVE CKPT-NUMBER TO CHECKPOINT-COUNT.
           MOVE CKPT-JOURNAL-COUNT TO JOURNAL-WRITTEN-COUNT.
           MOVE CKPT-CASH-TOTALS TO CASH-CONTROL-TOTALS.
           MOVE CKPT-MASTERS-IN TO MASTERS-IN-COUNT.
           MOVE CKPT-MASTERS-OUT TO MASTERS-OUT-COUNT.
           MOVE CKPT-SUSPENSE-WRITTEN TO SUSPENSE-WRITTEN-COUNT.
           MOVE CKPT-OVERDUE-WRITTEN TO OVERDUE-WRITTEN-COUNT.
           MOVE CKPT-GL-POSTING-COUNT TO GL-POSTING-COUNT.
           MOVE CKPT-GL-DEBIT-TOTAL TO GL-RUN-DEBIT-TOTAL.
           MOVE CKPT-GL-CREDIT-TOTAL TO GL-RUN-CREDIT-TOTAL.
           MOVE CKPT-CREDIT-COUNT TO CREDIT-ACCOUNT-COUNT.
           MOVE CKPT-CREDIT-AMOUNT TO CREDIT-TOTAL-AMOUNT.
           MOVE CKPT-WRITEOFF-COUNT TO WRITEOFF-RUN-COUNT.
           MOVE CKPT-WRITEOFF-AMOUNT TO WRITEOFF-RUN-AMOUNT.
           MOVE CKPT-WAIVER-COUNT TO WAIVER-RUN-COUNT.
           MOVE CKPT-WAIVER-AMOUNT TO WAIVER-RUN-AMOUNT.
           MOVE CKPT-REFUND-LINES TO REFUND-LINES-WRITTEN.
           MOVE CKPT-CREDIT-LINES TO CREDIT-LINES-WRITTEN.
           MOVE CKPT-PLAN-LINES TO PLAN-LINES-WRITTEN.
           MOVE CKPT-WRITEOFF-LINES TO WRITEOFF-LINES-WRITTEN.
           MOVE CKPT-WAIVER-LINES TO WAIVER-LINES-WRITTEN.
           MOVE CKPT-WRITEOFF-MATCHED TO MATCHED-FLAG-WORK.
           PERFORM VARYING WRITEOFF-SUB FROM 1 BY 1
               UNTIL WRITEOFF-SUB > WRITEOFF-NR-ENTRIES
               MOVE MATCHED-FLAG-BYTE (WRITEOFF-SUB)
                   TO WOTB-MATCHED-FLAG (WRITEOFF-SUB)
           END-PERFORM.
           MOVE CKPT-WAIVER-MATCHED TO MATCHED-FLAG-WORK.
           PERFORM VARYING WAIVER-SUB FROM 1 BY 1
               UNTIL WAIVER-SUB > WAIVER-NR-ENTRIES
               MOVE MATCHED-FLAG-BYTE (WAIVER-SUB)
                   TO WVTB-MATCHED-FLAG (WAIVER-SUB)
           END-PERFORM.
           MOVE CKPT-LAST-ACCOUNT-NR TO RESTART-LAST-ACCOUNT-NR.
           IF RESTART-LAST-ACCOUNT-NR NOT = LOW-VALUES
               MOVE RESTART-LAST-ACCOUNT-NR TO MSTR-IN-ACCOUNT-NR
               START BILLING-MASTER-FILE
                   KEY IS GREATER THAN MSTR-IN-ACCOUNT-NR
                   INVALID KEY
                       MOVE HIGH-VALUES TO MSTR-IN-ACCOUNT-NR
                       MOVE 'Y' TO MASTER-EOF-STATUS
               END-START
           END-IF.
           MOVE CKPT-PAYMENTS-CONSUMED TO RESTART-SKIP-COUNT.
           MOVE ZERO TO RESTART-SKIP-SUB.
           PERFORM UNTIL RESTART-SKIP-SUB >= RESTART-SKIP-COUNT
                      OR PAYMENT-END
               READ DAILY-PAYMENTS
                   AT END
                       MOVE HIGH-VALUES TO PYMT-ACCOUNT-NR
                       MOVE 'Y' TO PAYMENT-EOF-STATUS
                   NOT AT END
                       ADD 1 TO RESTART-SKIP-SUB
               END-READ
           END-PERFORM.
           MOVE CKPT-PAYMENTS-CONSUMED TO CASH-READ-COUNT.
           MOVE 'A' TO CKPT-RUN-STATUS.
           PERFORM 0985-WRITE-CHECKPOINT-RECORD.

      *  A partition's walk begins just past the partition before
      *  it; 0800 ends the walk at the top of the range.
       0180-POSITION-AT-PARTITION.
           IF PARTITION-AFTER-ACCOUNT-NR NOT = LOW-VALUES
               MOVE PARTITION-AFTER-ACCOUNT-NR TO MSTR-IN-ACCOUNT-NR
               START BILLING-MASTER-FILE
                   KEY IS GREATER THAN MSTR-IN-ACCOUNT-NR
                   INVALID KEY
                       MOVE HIGH-VALUES TO MSTR-IN-ACCOUNT-NR
                       MOVE 'Y' TO MASTER-EOF-STATUS
               END-START
           END-IF.

       0110-READ-CYCLE-PARMS.

           OPEN INPUT BILLING-CYCLE-PARMS.
                                   WOTB-MATCHED-FLAG
                                       (WRITEOFF-NR-ENTRIES)
                           ELSE
                           IF NOT RUN-IS-RESTART
                             AND WOFF-ACCOUNT-NR
                                   > PARTITION-AFTER-ACCOUNT-NR
                             AND WOFF-ACCOUNT-NR
                                   NOT > PARTITION-THRU-ACCOUNT-NR
                               MOVE SPACES TO WRITEOFF-DETAIL-LINE
                               MOVE WOFF-ACCOUNT-NR TO WOF-ACCOUNT-NR
                               MOVE WOFF-APPROVER TO WOF-APPROVER
                               MOVE '*NOT LOADED*' TO WOF-NOTE
                               WRITE WRITEOFF-REGISTER-LINE
                                   FROM WRITEOFF-DETAIL-LINE
                               ADD 1 TO WRITEOFF-LINES-WRITTEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
                                   WVTB-MATCHED-FLAG
                                       (WAIVER-NR-ENTRIES)
                           ELSE
                           IF NOT RUN-IS-RESTART
                             AND WAIV-ACCOUNT-NR
                                   > PARTITION-AFTER-ACCOUNT-NR
                             AND WAIV-ACCOUNT-NR
                                   NOT > PARTITION-THRU-ACCOUNT-NR
                               MOVE SPACES TO WAIVER-DETAIL-LINE
                               MOVE WAIV-ACCOUNT-NR TO WVR-ACCOUNT-NR
                               MOVE WAIV-APPROVER TO WVR-APPROVER
                               MOVE '*NOT LOADED*' TO WVR-NOTE
                               WRITE WAIVER-REGISTER-LINE
                                   FROM WAIVER-DETAIL-LINE
                               ADD 1 TO WAIVER-LINES-WRITTEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   PERFORM 0325-RESTORE-WALK-POSITION
                   PERFORM 0330-SUSPEND-UNMATCHED
               NOT INVALID KEY
                   MOVE MSTR-IN-BILLING-RECORD TO DETOUR-BEFORE-IMAGE
                   IF MSTR-IN-CREDIT-BALANCE NOT NUMERIC
                       MOVE ZERO TO MSTR-IN-CREDIT-BALANCE
                   END-IF
                       MOVE ZERO TO MSTR-IN-DISPUTED-AMOUNT
                   END-IF
                   PERFORM 0500-POST-PAYMENT
                   MOVE 'M' TO JRNL-RECORD-TYPE
                   MOVE DETOUR-BEFORE-IMAGE TO JRNL-IMAGE
                   PERFORM 0990-WRITE-JOURNAL-RECORD
                   REWRITE MSTR-IN-BILLING-RECORD
                   PERFORM 0325-RESTORE-WALK-POSITION
           END-READ.
           PERFORM 0510-VALIDATE-PAYMENT-AMOUNT.
           IF NUMEDIT-VALID
             AND NOT PYMT-IS-DISPUTE AND NOT PYMT-IS-DISPUTE-REL
             AND NOT PYMT-IS-CHARGE AND NOT PYMT-IS-CREDIT-MEMO
               ADD PYMT-VALIDATED-AMOUNT TO CASH-READ-AMOUNT
                                            CASH-SUSPENDED-AMOUNT
               MOVE 'CASH    ' TO GL-WORK-DEBIT-ACCOUNT
             AND ARTH-DATES-VALID AND DAYS-SINCE-BILLED > 25
             AND MSTR-IN-LAST-BILLED-DATE < MSTR-IN-LAST-PAID-DATE
               IF MSTR-IN-DISPUTED-AMOUNT = ZERO
                 AND NOT ACCOUNT-PLACED
                   MOVE SPACES TO OVRDUE-PAYMENT-RECORD
                   MOVE MSTR-IN-ACCOUNT-NR TO OVRDUE-ACCOUNT-NR
                   MOVE BILLED-DATE-EXPANDED TO OVRDUE-BILLED-DATE
           IF PLAN-ON-ACCOUNT
               PERFORM 0460-WRITE-PLAN-REPORT-LINE.
           PERFORM 0860-WRITE-OUTPUT-MASTER.
           ADD 1 TO MASTERS-SINCE-CHECKPOINT.
           IF MASTERS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM 0970-TAKE-CHECKPOINT.

      *  A plan is current while the next installment isn't due yet.
      *  The moment the due date passes unpaid the status flips to
           ELSE
               MOVE MSTR-IN-BALANCE-DUE TO WRITEOFF-APPLIED-AMOUNT.
           SUBTRACT WRITEOFF-APPLIED-AMOUNT FROM MSTR-IN-BALANCE-DUE.
           MOVE WRITEOFF-APPLIED-AMOUNT TO OPEN-APPLY-REMAINING.
           MOVE SPACES TO OPEN-NAMED-INVOICE.
           PERFORM 0610-APPLY-TO-OPEN-ITEMS.
           MOVE 'W' TO MSTR-IN-WRITEOFF-FLAG.
           MOVE ZERO TO MSTR-IN-LATE-CHARGE-AMT.
           ADD 1 TO WRITEOFF-RUN-COUNT.
           MOVE WRITEOFF-APPLIED-AMOUNT TO WOF-AMOUNT.
           MOVE WOTB-APPROVER (WRITEOFF-SUB) TO WOF-APPROVER.
           WRITE WRITEOFF-REGISTER-LINE FROM WRITEOFF-DETAIL-LINE.
           ADD 1 TO WRITEOFF-LINES-WRITTEN.
           MOVE 'BADDEBT ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'ACCTREC ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE WRITEOFF-APPLIED-AMOUNT TO GL-WORK-AMOUNT.
               MOVE WVTB-APPROVER (WAIVER-SUB) TO WVR-APPROVER
               MOVE '*NO CHARGE* ' TO WVR-NOTE
               WRITE WAIVER-REGISTER-LINE FROM WAIVER-DETAIL-LINE
               ADD 1 TO WAIVER-LINES-WRITTEN
           ELSE
               SUBTRACT WAIVER-APPLIED-AMOUNT
                   FROM MSTR-IN-BALANCE-DUE
               MOVE WAIVER-APPLIED-AMOUNT TO WVR-AMOUNT
               MOVE WVTB-APPROVER (WAIVER-SUB) TO WVR-APPROVER
               WRITE WAIVER-REGISTER-LINE FROM WAIVER-DETAIL-LINE
               ADD 1 TO WAIVER-LINES-WRITTEN
               MOVE 'LATECHG ' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'ACCTREC ' TO GL-WORK-CREDIT-ACCOUNT
               MOVE WAIVER-APPLIED-AMOUNT TO GL-WORK-AMOUNT
           PERFORM VARYING WAIVER-SUB FROM 1 BY 1
               UNTIL WAIVER-SUB > WAIVER-NR-ENTRIES
               IF WVTB-MATCHED-FLAG (WAIVER-SUB) = 'N'
                 AND WVTB-ACCOUNT-NR (WAIVER-SUB)
                       > PARTITION-AFTER-ACCOUNT-NR
                 AND WVTB-ACCOUNT-NR (WAIVER-SUB)
                       NOT > PARTITION-THRU-ACCOUNT-NR
                   MOVE SPACES TO WAIVER-DETAIL-LINE
                   MOVE WVTB-ACCOUNT-NR (WAIVER-SUB)
                       TO WVR-ACCOUNT-NR
                   MOVE '*NO ACCOUNT*' TO WVR-NOTE
                   WRITE WAIVER-REGISTER-LINE
                       FROM WAIVER-DETAIL-LINE
                   ADD 1 TO WAIVER-LINES-WRITTEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WAIVER-REGISTER-LINE.
           MOVE WAIVER-RUN-COUNT TO WVR-TOTAL-COUNT.
           MOVE WAIVER-RUN-AMOUNT TO WVR-TOTAL-AMOUNT.
           WRITE WAIVER-REGISTER-LINE FROM WAIVER-TOTAL-LINE.
           ADD 2 TO WAIVER-LINES-WRITTEN.

      *  An approval that found no account is reported by the run
      *  whose range the account falls in, so a partitioned night
      *  reports it once, not once per partition.
       0920-CLOSE-WRITEOFF-REGISTER.
           PERFORM VARYING WRITEOFF-SUB FROM 1 BY 1
               UNTIL WRITEOFF-SUB > WRITEOFF-NR-ENTRIES
               IF WOTB-MATCHED-FLAG (WRITEOFF-SUB) = 'N'
                 AND WOTB-ACCOUNT-NR (WRITEOFF-SUB)
                       > PARTITION-AFTER-ACCOUNT-NR
                 AND WOTB-ACCOUNT-NR (WRITEOFF-SUB)
                       NOT > PARTITION-THRU-ACCOUNT-NR
                   MOVE SPACES TO WRITEOFF-DETAIL-LINE
                   MOVE WOTB-ACCOUNT-NR (WRITEOFF-SUB)
                       TO WOF-ACCOUNT-NR
                   MOVE '*NO ACCOUNT*' TO WOF-NOTE
                   WRITE WRITEOFF-REGISTER-LINE
                       FROM WRITEOFF-DETAIL-LINE
                   ADD 1 TO WRITEOFF-LINES-WRITTEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRITEOFF-REGISTER-LINE.
           MOVE WRITEOFF-RUN-COUNT TO WOF-TOTAL-COUNT.
           MOVE WRITEOFF-RUN-AMOUNT TO WOF-TOTAL-AMOUNT.
           WRITE WRITEOFF-REGISTER-LINE FROM WRITEOFF-TOTAL-LINE.
           ADD 2 TO WRITEOFF-LINES-WRITTEN.

       0460-WRITE-PLAN-REPORT-LINE.
           MOVE SPACES TO PLAN-DETAIL-LINE.
           MOVE MSTR-IN-PLAN-NEXT-DUE TO PLN-NEXT-DUE.
           MOVE MSTR-IN-PLAN-REMAINING TO PLN-REMAINING.
           WRITE PLAN-REPORT-LINE FROM PLAN-DETAIL-LINE.
           ADD 1 TO PLAN-LINES-WRITTEN.

      *  Every account still carrying a credit balance shows on the
      *  register every cycle, so money owed back to customers stays
           MOVE MSTR-IN-CREDIT-BALANCE TO CRD-CREDIT-BALANCE.
           MOVE MSTR-IN-LAST-PAID-DATE TO CRD-LAST-PAID-DATE.
           WRITE CREDIT-REGISTER-LINE FROM CREDIT-DETAIL-LINE.
           ADD 1 TO CREDIT-LINES-WRITTEN.
           ADD 1 TO CREDIT-ACCOUNT-COUNT.
           ADD MSTR-IN-CREDIT-BALANCE TO CREDIT-TOTAL-AMOUNT.

           PERFORM 0510-VALIDATE-PAYMENT-AMOUNT.
           IF NUMEDIT-VALID
             AND NOT PYMT-IS-DISPUTE AND NOT PYMT-IS-DISPUTE-REL
             AND NOT PYMT-IS-CHARGE AND NOT PYMT-IS-CREDIT-MEMO
               ADD PYMT-VALIDATED-AMOUNT TO CASH-READ-AMOUNT.
           IF NOT NUMEDIT-VALID
               PERFORM 0530-SUSPEND-BAD-AMOUNT
           IF PYMT-IS-CHARGE
               PERFORM 0590-POST-BILLED-CHARGE
           ELSE
           IF PYMT-IS-CREDIT-MEMO
               PERFORM 0595-POST-CREDIT-MEMO
           ELSE
           IF NOT PYMT-IS-PAYMENT
               PERFORM 0545-SUSPEND-BAD-TRANS-TYPE
           ELSE
               ELSE
                   SUBTRACT PYMT-VALIDATED-AMOUNT
                       FROM MSTR-IN-BALANCE-DUE
                   MOVE PYMT-VALIDATED-AMOUNT TO OPEN-APPLY-REMAINING
                   MOVE PYMT-INVOICE-NR TO OPEN-NAMED-INVOICE
                   PERFORM 0610-APPLY-TO-OPEN-ITEMS
                   ADD PYMT-VALIDATED-AMOUNT TO CASH-APPLIED-AMOUNT
                   MOVE 'P' TO HISTORY-TRANS-TYPE
                   PERFORM 0915-WRITE-PAYMENT-HISTORY
               END-IF
               SUBTRACT RECOVERY-APPLIED-PART
                   FROM MSTR-IN-BALANCE-DUE
               MOVE RECOVERY-APPLIED-PART TO OPEN-APPLY-REMAINING
               MOVE PYMT-INVOICE-NR TO OPEN-NAMED-INVOICE
               PERFORM 0610-APPLY-TO-OPEN-ITEMS
               ADD RECOVERY-APPLIED-PART TO CASH-APPLIED-AMOUNT
               MOVE 'CASH    ' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'ACCTREC ' TO GL-WORK-CREDIT-ACCOUNT
               PERFORM 0930-WRITE-GL-POSTING
               COMPUTE MSTR-IN-BALANCE-DUE = MSTR-IN-BALANCE-DUE +
                   PYMT-VALIDATED-AMOUNT - MSTR-IN-CREDIT-BALANCE
               COMPUTE OPEN-APPLY-REMAINING =
                   PYMT-VALIDATED-AMOUNT - MSTR-IN-CREDIT-BALANCE
               MOVE PYMT-INVOICE-NR TO OPEN-NAMED-INVOICE
               PERFORM 0620-UNAPPLY-FROM-OPEN-ITEMS
               MOVE ZERO TO MSTR-IN-CREDIT-BALANCE
           END-IF.
           PERFORM 0120-CHECK-CYCLE-SELECTED.
      *  A billed charge raises the receivable: balance due goes
      *  up, ACCTREC is debited against billing income, and the
      *  charge lands on the payment history ('C') so the account's
      *  trail shows where the balance came from, and on the open
      *  items as the invoice it bills.  No cash moves.
       0590-POST-BILLED-CHARGE.
           ADD PYMT-VALIDATED-AMOUNT TO MSTR-IN-BALANCE-DUE.
           MOVE 'ACCTREC ' TO GL-WORK-DEBIT-ACCOUNT.
           PERFORM 0930-WRITE-GL-POSTING.
           MOVE 'C' TO HISTORY-TRANS-TYPE.
           PERFORM 0915-WRITE-PAYMENT-HISTORY.
           PERFORM 0600-CREATE-OPEN-ITEM.

      *  A credit memo comes off the invoice the return was against
      *  first, then the oldest open items, as a payment would.  If
      *  the customer has already paid more than is left owing, the
      *  rest becomes a credit balance and goes on the refund
      *  extract -- the money is owed back, as with an overpayment.
      *  A dispute hold never outlives the balance it holds.
       0595-POST-CREDIT-MEMO.
           IF PYMT-VALIDATED-AMOUNT > MSTR-IN-BALANCE-DUE
               MOVE MSTR-IN-BALANCE-DUE TO CREDIT-MEMO-APPLIED
               COMPUTE CREDIT-CREATED-AMOUNT =
                   PYMT-VALIDATED-AMOUNT - MSTR-IN-BALANCE-DUE
           ELSE
               MOVE PYMT-VALIDATED-AMOUNT TO CREDIT-MEMO-APPLIED
               MOVE ZERO TO CREDIT-CREATED-AMOUNT.
           MOVE 'BILLINC ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'ACCTREC ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE CREDIT-MEMO-APPLIED TO GL-WORK-AMOUNT.
           MOVE PYMT-ACCOUNT-NR TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.
           MOVE CREDIT-MEMO-APPLIED TO OPEN-APPLY-REMAINING.
           MOVE PYMT-INVOICE-NR TO OPEN-NAMED-INVOICE.
           PERFORM 0610-APPLY-TO-OPEN-ITEMS.
           SUBTRACT CREDIT-MEMO-APPLIED FROM MSTR-IN-BALANCE-DUE.
           IF MSTR-IN-DISPUTED-AMOUNT > MSTR-IN-BALANCE-DUE
               MOVE MSTR-IN-BALANCE-DUE
                   TO MSTR-IN-DISPUTED-AMOUNT.
           IF CREDIT-CREATED-AMOUNT > ZERO
               MOVE 'BILLINC ' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'CUSTCRED' TO GL-WORK-CREDIT-ACCOUNT
               MOVE CREDIT-CREATED-AMOUNT TO GL-WORK-AMOUNT
               PERFORM 0930-WRITE-GL-POSTING
               ADD CREDIT-CREATED-AMOUNT TO MSTR-IN-CREDIT-BALANCE
               MOVE SPACES TO REFUND-EXTRACT-RECORD
               MOVE MSTR-IN-ACCOUNT-NR TO RFND-ACCOUNT-NR
               MOVE CREDIT-CREATED-AMOUNT TO RFND-CREDIT-AMOUNT
               MOVE CURRENT-DATE-INTEGER (3:6) TO RFND-LAST-PAID-DATE
               WRITE REFUND-EXTRACT-RECORD
               ADD 1 TO REFUND-LINES-WRITTEN.
           MOVE 'M' TO HISTORY-TRANS-TYPE.
           PERFORM 0915-WRITE-PAYMENT-HISTORY.

       0560-WRITE-NSF-RECORD.
           MOVE SPACES TO OVRDUE-PAYMENT-RECORD.
           MOVE BILLED-DATE-EXPANDED TO OVRDUE-BILLED-DATE.
           MOVE PYMT-VALIDATED-AMOUNT TO OVRDUE-BALANCE-DUE.
           SET OVRDUE-IS-NSF TO TRUE.
           MOVE PYMT-RETURN-REASON TO OVRDUE-RETURN-REASON.
           PERFORM 0840-WRITE-OVERDUE-RECORD.

       0545-SUSPEND-BAD-TRANS-TYPE.
           MOVE 'CUSTCRED' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE CREDIT-CREATED-AMOUNT TO GL-WORK-AMOUNT.
           PERFORM 0930-WRITE-GL-POSTING.
           MOVE MSTR-IN-BALANCE-DUE TO OPEN-APPLY-REMAINING.
           MOVE PYMT-INVOICE-NR TO OPEN-NAMED-INVOICE.
           PERFORM 0610-APPLY-TO-OPEN-ITEMS.
           MOVE ZERO TO MSTR-IN-BALANCE-DUE.
           ADD CREDIT-CREATED-AMOUNT TO MSTR-IN-CREDIT-BALANCE.
           MOVE SPACES TO REFUND-EXTRACT-RECORD.
           MOVE CREDIT-CREATED-AMOUNT TO RFND-CREDIT-AMOUNT.
           MOVE CURRENT-DATE-INTEGER (3:6) TO RFND-LAST-PAID-DATE.
           WRITE REFUND-EXTRACT-RECORD.
           ADD 1 TO REFUND-LINES-WRITTEN.

      *  One late charge per account per run: the latch below stops
      *  an account assessed while its payment (or reversal) posted
      *  from being assessed again when its master is written out.
      *  The charge is figured on the undisputed portion of the
      *  balance only; a fully disputed balance is not charged.
      *  An account under a legal hold is never late-charged; the
      *  hold stops all collection activity until legal releases
      *  it.
       0520-DETERMINE-LATE-CHARGES.

           IF MSTR-IN-BALANCE-DUE > MSTR-IN-DISPUTED-AMOUNT
             AND NOT ACCOUNT-ON-LEGAL-HOLD
               MOVE 'Y' TO LATE-CHARGED-SWITCH
               COMPUTE MSTR-IN-LATE-CHARGE-AMT ROUNDED =
                   (MSTR-IN-BALANCE-DUE - MSTR-IN-DISPUTED-AMOUNT)
           ELSE
               MOVE ZERO TO MSTR-IN-LATE-CHARGE-AMT.

      *  A charge billing an invoice already on file (a second
      *  charge for the same order) adds to that item rather than
      *  failing; the item is still one invoice to the customer.
       0600-CREATE-OPEN-ITEM.
           MOVE SPACES TO OPEN-ITEM-RECORD.
           MOVE MSTR-IN-ACCOUNT-NR TO OPEN-ACCOUNT-NR.
           IF PYMT-INVOICE-NR = SPACES
               STRING 'H' DELIMITED BY SIZE
                      PHIST-POSTED-DATE DELIMITED BY SIZE
                      PHIST-POSTING-SEQ DELIMITED BY SIZE
                      INTO OPEN-INVOICE-NR
           ELSE
               MOVE PYMT-INVOICE-NR TO OPEN-INVOICE-NR.
           IF PYMT-INVOICE-DATE NUMERIC
             AND PYMT-INVOICE-DATE > ZERO
               MOVE PYMT-INVOICE-DATE TO OPEN-INVOICE-DATE
           ELSE
               MOVE CURRENT-DATE-INTEGER TO OPEN-INVOICE-DATE.
           IF PYMT-CHARGE-SOURCE = SPACES
               MOVE 'CHG' TO OPEN-SOURCE
           ELSE
               MOVE PYMT-CHARGE-SOURCE TO OPEN-SOURCE.
           MOVE PYMT-VALIDATED-AMOUNT TO OPEN-ORIGINAL-AMOUNT
                                         OPEN-UNPAID-AMOUNT.
           MOVE ZERO TO OPEN-LAST-APPLIED-DATE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   PERFORM 0605-ADD-TO-EXISTING-ITEM
               NOT INVALID KEY
                   MOVE 'A' TO JRNL-RECORD-TYPE
                   MOVE SPACES TO JRNL-IMAGE
                   MOVE OPEN-KEY TO JRNL-IMAGE
                   PERFORM 0990-WRITE-JOURNAL-RECORD
           END-WRITE.

       0605-ADD-TO-EXISTING-ITEM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY 'BILLUPDT: OPEN ITEM NOT POSTED ' OPEN-KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE OPEN-ITEM-RECORD TO OPEN-BEFORE-IMAGE.
           ADD PYMT-VALIDATED-AMOUNT TO OPEN-ORIGINAL-AMOUNT
                                        OPEN-UNPAID-AMOUNT.
           PERFORM 0690-REWRITE-OPEN-ITEM.

      *  OPEN-APPLY-REMAINING is the money to apply.  The invoice
      *  the payment names takes what it can first; whatever is
      *  left goes to the oldest unpaid invoice, then the next
      *  oldest, until the money or the invoices run out.  Money
      *  left over after that is paying the unitemized balance.
       0610-APPLY-TO-OPEN-ITEMS.
           IF OPEN-NAMED-INVOICE NOT = SPACES
             AND OPEN-APPLY-REMAINING > ZERO
               MOVE MSTR-IN-ACCOUNT-NR TO OPEN-ACCOUNT-NR
               MOVE OPEN-NAMED-INVOICE TO OPEN-INVOICE-NR
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0615-APPLY-TO-THIS-ITEM
               END-READ.
           MOVE 'Y' TO OPEN-FOUND-SWITCH.
           PERFORM UNTIL OPEN-APPLY-REMAINING = ZERO
                      OR NOT OPEN-ITEM-FOUND
               PERFORM 0650-FIND-OLDEST-OPEN-ITEM
               IF OPEN-ITEM-FOUND
                   PERFORM 0615-APPLY-TO-THIS-ITEM
               END-IF
           END-PERFORM.

       0615-APPLY-TO-THIS-ITEM.
           IF OPEN-UNPAID-AMOUNT = ZERO
               EXIT PARAGRAPH.
           MOVE OPEN-ITEM-RECORD TO OPEN-BEFORE-IMAGE.
           IF OPEN-APPLY-REMAINING < OPEN-UNPAID-AMOUNT
               MOVE OPEN-APPLY-REMAINING TO OPEN-APPLY-PART
           ELSE
               MOVE OPEN-UNPAID-AMOUNT TO OPEN-APPLY-PART.
           SUBTRACT OPEN-APPLY-PART FROM OPEN-UNPAID-AMOUNT
                                         OPEN-APPLY-REMAINING.
           MOVE CURRENT-DATE-INTEGER TO OPEN-LAST-APPLIED-DATE.
           PERFORM 0690-REWRITE-OPEN-ITEM.

      *  The reverse of 0610: the money a reversal or NSF item puts
      *  back on the balance goes back on the invoice it names, and
      *  then on the items most recently paid, newest first -- since
      *  payments apply oldest-first, those are the items the
      *  bounced payment paid.  An item is never put back above
      *  what it was billed for.
       0620-UNAPPLY-FROM-OPEN-ITEMS.
           IF OPEN-NAMED-INVOICE NOT = SPACES
             AND OPEN-APPLY-REMAINING > ZERO
               MOVE MSTR-IN-ACCOUNT-NR TO OPEN-ACCOUNT-NR
               MOVE OPEN-NAMED-INVOICE TO OPEN-INVOICE-NR
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0625-UNAPPLY-FROM-THIS-ITEM
               END-READ.
           MOVE 'Y' TO OPEN-FOUND-SWITCH.
           PERFORM UNTIL OPEN-APPLY-REMAINING = ZERO
                      OR NOT OPEN-ITEM-FOUND
               PERFORM 0655-FIND-LATEST-PAID-ITEM
               IF OPEN-ITEM-FOUND
                   PERFORM 0625-UNAPPLY-FROM-THIS-ITEM
               END-IF
           END-PERFORM.

       0625-UNAPPLY-FROM-THIS-ITEM.
           COMPUTE OPEN-PAID-PART =
               OPEN-ORIGINAL-AMOUNT - OPEN-UNPAID-AMOUNT.
           IF OPEN-PAID-PART = ZERO
               EXIT PARAGRAPH.
           MOVE OPEN-ITEM-RECORD TO OPEN-BEFORE-IMAGE.
           IF OPEN-APPLY-REMAINING < OPEN-PAID-PART
               MOVE OPEN-APPLY-REMAINING TO OPEN-APPLY-PART
           ELSE
               MOVE OPEN-PAID-PART TO OPEN-APPLY-PART.
           ADD OPEN-APPLY-PART TO OPEN-UNPAID-AMOUNT.
           SUBTRACT OPEN-APPLY-PART FROM OPEN-APPLY-REMAINING.
           PERFORM 0690-REWRITE-OPEN-ITEM.

      *  Oldest is by invoice date; on a tie the first invoice in
      *  key order wins.  The item found is left in the record
      *  area, read by key.
       0650-FIND-OLDEST-OPEN-ITEM.
           MOVE 'N' TO OPEN-FOUND-SWITCH.
           PERFORM 0660-START-ACCOUNT-ITEMS.
           PERFORM UNTIL OPEN-SCAN-END
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                   NOT AT END
                       IF OPEN-ACCOUNT-NR NOT = MSTR-IN-ACCOUNT-NR
                           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                       ELSE
                       IF OPEN-UNPAID-AMOUNT > ZERO
                         AND (NOT OPEN-ITEM-FOUND
                           OR OPEN-INVOICE-DATE < OCO-INVOICE-DATE)
                           MOVE 'Y' TO OPEN-FOUND-SWITCH
                           MOVE OPEN-KEY TO OPEN-CANDIDATE-KEY
                           MOVE OPEN-INVOICE-DATE TO OCO-INVOICE-DATE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0665-READ-CANDIDATE-ITEM.

      *  Latest is by the date money was last applied, then by
      *  invoice date; on a tie the last invoice in key order wins.
       0655-FIND-LATEST-PAID-ITEM.
           MOVE 'N' TO OPEN-FOUND-SWITCH.
           PERFORM 0660-START-ACCOUNT-ITEMS.
           PERFORM UNTIL OPEN-SCAN-END
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                   NOT AT END
                       IF OPEN-ACCOUNT-NR NOT = MSTR-IN-ACCOUNT-NR
                           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                       ELSE
                           MOVE OPEN-LAST-APPLIED-DATE
                               TO OIO-APPLIED-DATE
                           MOVE OPEN-INVOICE-DATE TO OIO-INVOICE-DATE
                           IF OPEN-UNPAID-AMOUNT < OPEN-ORIGINAL-AMOUNT
                             AND (NOT OPEN-ITEM-FOUND
                               OR OPEN-ITEM-ORDER >=
                                      OPEN-CANDIDATE-ORDER)
                               MOVE 'Y' TO OPEN-FOUND-SWITCH
                               MOVE OPEN-KEY TO OPEN-CANDIDATE-KEY
                               MOVE OPEN-ITEM-ORDER
                                   TO OPEN-CANDIDATE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0665-READ-CANDIDATE-ITEM.

       0660-START-ACCOUNT-ITEMS.
           MOVE 'N' TO OPEN-SCAN-EOF-STATUS.
           MOVE MSTR-IN-ACCOUNT-NR TO OPEN-ACCOUNT-NR.
           MOVE LOW-VALUES TO OPEN-INVOICE-NR.
           START OPEN-ITEM-FILE KEY NOT LESS THAN OPEN-KEY
               INVALID KEY
                   MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
           END-START.

       0665-READ-CANDIDATE-ITEM.
           IF OPEN-ITEM-FOUND
               MOVE OPEN-CANDIDATE-KEY TO OPEN-KEY
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE 'N' TO OPEN-FOUND-SWITCH
               END-READ.

       0690-REWRITE-OPEN-ITEM.
           MOVE 'O' TO JRNL-RECORD-TYPE.
           MOVE OPEN-BEFORE-IMAGE TO JRNL-IMAGE.
           PERFORM 0990-WRITE-JOURNAL-RECORD.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'BILLUPDT: OPEN ITEM NOT REWRITTEN '
                       OPEN-KEY
           END-REWRITE.

       0800-READ-INPUT-MASTER.

           READ BILLING-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO MSTR-IN-ACCOUNT-NR
                   MOVE 'Y' TO MASTER-EOF-STATUS.
           IF NOT MASTER-END
             AND MSTR-IN-ACCOUNT-NR > PARTITION-THRU-ACCOUNT-NR
               MOVE HIGH-VALUES TO MSTR-IN-ACCOUNT-NR
               MOVE 'Y' TO MASTER-EOF-STATUS.
           MOVE MSTR-IN-BILLING-RECORD TO BEFORE-IMAGE-RECORD.
           MOVE 'N' TO PLAN-COMPLETED-SWITCH
                       LATE-CHARGED-SWITCH.
           IF NOT MASTER-END
           MOVE MSTR-IN-ACCOUNT-NR TO PHIST-ACCOUNT-NR.
           MOVE CURRENT-DATE-INTEGER TO PHIST-POSTED-DATE.
           MOVE ZERO TO PHIST-POSTING-SEQ.
           IF RUN-IS-PARTITION AND PRIOR-HISTORY-STATUS = '00'
               PERFORM 0917-SKIP-PRIOR-HISTORY.
           MOVE HISTORY-TRANS-TYPE TO PHIST-TRANS-TYPE.
           MOVE PYMT-VALIDATED-AMOUNT TO PHIST-AMOUNT.
           MOVE 'N' TO HISTORY-WRITTEN-SWITCH.
                       MOVE 'Y' TO HISTORY-WRITTEN-SWITCH
               END-WRITE
           END-PERFORM.
           IF HISTORY-WRITTEN
               MOVE 'H' TO JRNL-RECORD-TYPE
               MOVE SPACES TO JRNL-IMAGE
               MOVE PHIST-KEY TO JRNL-IMAGE
               PERFORM 0990-WRITE-JOURNAL-RECORD.

      *  A partition's sequence starts past whatever PAYHIST.DAT
      *  already holds for the account and date, so BILLMRGE can
      *  carry the slice across under the same keys.
       0917-SKIP-PRIOR-HISTORY.
           MOVE 'Y' TO PRIOR-FOUND-SWITCH.
           PERFORM UNTIL NOT PRIOR-HISTORY-FOUND
                      OR PHIST-POSTING-SEQ > 998
               MOVE PHIST-KEY TO PRIOR-KEY
               READ PRIOR-HISTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO PRIOR-FOUND-SWITCH
                   NOT INVALID KEY
                       ADD 1 TO PHIST-POSTING-SEQ
               END-READ
           END-PERFORM.

      *  One balanced pair per event.  GL-REFERENCE carries the
      *  customer account for either side of the payment merge --

       0860-WRITE-OUTPUT-MASTER.

           MOVE 'M' TO JRNL-RECORD-TYPE.
           MOVE BEFORE-IMAGE-RECORD TO JRNL-IMAGE.
           PERFORM 0990-WRITE-JOURNAL-RECORD.
           REWRITE MSTR-IN-BILLING-RECORD.
           ADD 1 TO MASTERS-OUT-COUNT.

      *  The checkpoint is taken on an account break, after the
      *  master just finished has been rewritten.  The payment
      *  sitting in the record area has been read but not yet
      *  posted, so it is not counted as consumed.  Every
      *  sequential output is closed and reopened first so what the
      *  checkpoint says is on disk really is on disk.
       0970-TAKE-CHECKPOINT.
           MOVE ZERO TO MASTERS-SINCE-CHECKPOINT.
           MOVE CURRENT-DATE-INTEGER TO CKPT-RUN-DATE.
           MOVE 'A' TO CKPT-RUN-STATUS.
           IF JOURNAL-WRITTEN-COUNT = ZERO
             AND MASTERS-OUT-COUNT = ZERO
               MOVE ZERO TO CHECKPOINT-COUNT
               MOVE LOW-VALUES TO CKPT-LAST-ACCOUNT-NR
               MOVE ZERO TO PAYMENTS-CONSUMED-COUNT
           ELSE
               ADD 1 TO CHECKPOINT-COUNT
               MOVE MSTR-IN-ACCOUNT-NR TO CKPT-LAST-ACCOUNT-NR
               MOVE CASH-READ-COUNT TO PAYMENTS-CONSUMED-COUNT
               IF NOT PAYMENT-END
                   SUBTRACT 1 FROM PAYMENTS-CONSUMED-COUNT
               END-IF
           END-IF.
           MOVE PAYMENTS-CONSUMED-COUNT TO CKPT-PAYMENTS-CONSUMED.
           PERFORM 0972-SAVE-RUN-TOTALS.
           PERFORM 0975-FLUSH-SEQUENTIAL-FILES.
           PERFORM 0985-WRITE-CHECKPOINT-RECORD.

      *  The running totals and line counts as they stand now.  At
      *  end of run they go onto the completed checkpoint too, which
      *  is where BILLMRGE finds each partition's totals.
       0972-SAVE-RUN-TOTALS.
           MOVE CHECKPOINT-COUNT TO CKPT-NUMBER.
           MOVE JOURNAL-WRITTEN-COUNT TO CKPT-JOURNAL-COUNT.
           MOVE OVERDUE-WRITTEN-COUNT TO CKPT-OVERDUE-LINES.
           MOVE SUSPENSE-WRITTEN-COUNT TO CKPT-SUSPENSE-LINES.
           MOVE REFUND-LINES-WRITTEN TO CKPT-REFUND-LINES.
           MOVE CREDIT-LINES-WRITTEN TO CKPT-CREDIT-LINES.
           MOVE PLAN-LINES-WRITTEN TO CKPT-PLAN-LINES.
           MOVE GL-POSTING-COUNT TO CKPT-GL-LINES.
           MOVE WRITEOFF-LINES-WRITTEN TO CKPT-WRITEOFF-LINES.
           MOVE WAIVER-LINES-WRITTEN TO CKPT-WAIVER-LINES.
           MOVE CASH-CONTROL-TOTALS TO CKPT-CASH-TOTALS.
           MOVE MASTERS-IN-COUNT TO CKPT-MASTERS-IN.
           MOVE MASTERS-OUT-COUNT TO CKPT-MASTERS-OUT.
           MOVE SUSPENSE-WRITTEN-COUNT TO CKPT-SUSPENSE-WRITTEN.
           MOVE OVERDUE-WRITTEN-COUNT TO CKPT-OVERDUE-WRITTEN.
           MOVE GL-POSTING-COUNT TO CKPT-GL-POSTING-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO CKPT-GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO CKPT-GL-CREDIT-TOTAL.
           MOVE CREDIT-ACCOUNT-COUNT TO CKPT-CREDIT-COUNT.
           MOVE CREDIT-TOTAL-AMOUNT TO CKPT-CREDIT-AMOUNT.
           MOVE WRITEOFF-RUN-COUNT TO CKPT-WRITEOFF-COUNT.
           MOVE WRITEOFF-RUN-AMOUNT TO CKPT-WRITEOFF-AMOUNT.
           MOVE WAIVER-RUN-COUNT TO CKPT-WAIVER-COUNT.
           MOVE WAIVER-RUN-AMOUNT TO CKPT-WAIVER-AMOUNT.
           MOVE SPACES TO MATCHED-FLAG-WORK.
           PERFORM VARYING WRITEOFF-SUB FROM 1 BY 1
               UNTIL WRITEOFF-SUB > WRITEOFF-NR-ENTRIES
               MOVE WOTB-MATCHED-FLAG (WRITEOFF-SUB)
                   TO MATCHED-FLAG-BYTE (WRITEOFF-SUB)
           END-PERFORM.
           MOVE MATCHED-FLAG-WORK TO CKPT-WRITEOFF-MATCHED.
           MOVE SPACES TO MATCHED-FLAG-WORK.
           PERFORM VARYING WAIVER-SUB FROM 1 BY 1
               UNTIL WAIVER-SUB > WAIVER-NR-ENTRIES
               MOVE WVTB-MATCHED-FLAG (WAIVER-SUB)
                   TO MATCHED-FLAG-BYTE (WAIVER-SUB)
           END-PERFORM.
           MOVE MATCHED-FLAG-WORK TO CKPT-WAIVER-MATCHED.

       0975-FLUSH-SEQUENTIAL-FILES.
           CLOSE PAYMENT-OVERDUE-REPORT
                 PAYMENT-SUSPENSE-FILE
                 REFUND-EXTRACT-FILE
                 CREDIT-REGISTER
                 PLAN-STATUS-REPORT
                 GL-INTERFACE-FILE
                 WRITEOFF-REGISTER
                 WAIVER-REGISTER
                 BEFORE-IMAGE-JOURNAL.
           OPEN EXTEND PAYMENT-OVERDUE-REPORT
                       PAYMENT-SUSPENSE-FILE
                       REFUND-EXTRACT-FILE
                       CREDIT-REGISTER
                       PLAN-STATUS-REPORT
                       GL-INTERFACE-FILE
                       WRITEOFF-REGISTER
                       WAIVER-REGISTER
                       BEFORE-IMAGE-JOURNAL.

       0985-WRITE-CHECKPOINT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       0990-WRITE-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-WRITTEN-COUNT.
           MOVE CURRENT-DATE-INTEGER TO JRNL-RUN-DATE.
           MOVE JOURNAL-WRITTEN-COUNT TO JRNL-SEQUENCE.
           WRITE JOURNAL-RECORD.

      *  Remainder of Program

