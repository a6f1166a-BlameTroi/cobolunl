       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Arrecon.

      *  Month-end receivables reconciliation.  GLCLOSE proves the
      *  ledger balances to itself and NIGHTBAL proves the nightly
      *  record counts; this run proves the billing master -- the
      *  receivables subledger -- agrees with the receivables
      *  control accounts on the general ledger, so finance can
      *  sign off on the close.  For the month entered it prints
      *  ARRECON.DAT with four columns for each control account:
      *
      *    SUBLEDGER        the total carried on BILLMSTR.DAT --
      *                     balance due (late charges and disputed
      *                     amounts are part of it, and are shown
      *                     as components) for ACCTREC, and credit
      *                     balances for CUSTCRED;
      *    GL CONTROL       the ACCTREC / CUSTCRED balance on the
      *                     permanent ledger GLLEDGER.DAT through
      *                     the last month GLCLOSE closed;
      *    PERIOD ACTIVITY  the net ACCTREC / CUSTCRED postings on
      *                     the collect file GLMONTH.DAT not yet
      *                     closed to the ledger (PAYHIST.DAT's
      *                     payments, reversals, charges, and
      *                     credit memos for the month are printed
      *                     beside it as a cross-check);
      *    DIFFERENCE       subledger less control less activity --
      *                     what nothing on the files explains.
      *
      *  The known reconciling items are then itemized: cash held
      *  unresolved on SUSPENSE.DAT, charges on INVCHG.DAT and
      *  PREMCHG.DAT not yet posted (no matching 'C' on PAYHIST
      *  since the first of the month), and write-offs approved on
      *  WRITEOFF.DAT that BILLUPDT has not yet applied.  None of
      *  them is on either side yet; the report carries the net
      *  receivable forward to what it will be once they post.
      *
      *  The billing master is only ever "as of now", so the run is
      *  made at month end before the next night's BILLUPDT, and a
      *  month before the last month closed is refused -- the
      *  subledger for it no longer exists.  Nothing is updated;
      *  the run can be repeated as often as the research needs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT LEDGER-FILE          ASSIGN TO "GLLEDGER.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS LEDGER-STATUS.
           SELECT MONTH-COLLECT-FILE   ASSIGN TO "GLMONTH.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS COLLECT-STATUS.
           SELECT MONTH-END-CONTROL    ASSIGN TO "GLMOCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CONTROL-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS PAYHIST-STATUS.
           SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS SUSPENSE-STATUS.
           SELECT INVOICE-CHARGES      ASSIGN TO "INVCHG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CHARGES-STATUS.
           SELECT PREMIUM-CHARGES      ASSIGN TO "PREMCHG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CHARGES-STATUS.
           SELECT WRITEOFF-APPROVALS   ASSIGN TO "WRITEOFF.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS WRITEOFF-STATUS.
           SELECT RECONCILIATION-REPORT ASSIGN TO "ARRECON.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(12).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  MSTR-LATE-CHARGE-AMT    PIC 9(5)V99.
           05  MSTR-CREDIT-BALANCE     PIC 9(7)V99.
           05  FILLER                  PIC X(20).
           05  MSTR-WRITEOFF-FLAG      PIC X.
               88  ACCOUNT-WRITTEN-OFF  VALUE 'W'.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  FILLER                  PIC X(5).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDGR-MONTH              PIC 9(6).
           05  LDGR-ACCOUNT-CODE       PIC X(8).
           05  LDGR-DEBIT-TOTAL        PIC 9(11)V99.
           05  LDGR-CREDIT-TOTAL       PIC 9(11)V99.

       FD  MONTH-COLLECT-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-ACCOUNT-CODE     PIC X(8).
               10  GL-DEBIT-CREDIT     PIC X.
               10  GL-AMOUNT           PIC 9(9)V99.
               10  GL-POSTING-DATE     PIC 9(8).
               10  GL-SOURCE-RUN       PIC X(8).
               10  GL-REFERENCE        PIC X(8).

       FD  MONTH-END-CONTROL.
       01  MONTH-END-CONTROL-RECORD.
           05  MCTL-LAST-MONTH-CLOSED  PIC 9(6).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  PAYMENT-SUSPENSE-FILE.
       01  SUSPENSE-PAYMENT-RECORD.
           05  SUSP-ACCOUNT-NR          PIC X(8).
           05                           PIC X.
           05  SUSP-REASON-CODE         PIC X(4).
           05                           PIC X.
           05  SUSP-ORIGINAL-PAYMENT    PIC X(72).
           05                           PIC X.
           05  SUSP-SUSPENSE-DATE       PIC 9(8).
           05  SUSP-RESOLVED-FLAG       PIC X.

      *  INVGEN and PREMBILL both write their charges in the
      *  DAYPMTS.DAT layout.
       FD  INVOICE-CHARGES.
       01  INVOICE-CHARGE-RECORD.
           05  ICHG-ACCOUNT-NR         PIC X(8).
           05  ICHG-AMOUNT-TEXT        PIC X(15).
           05  ICHG-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(56).

       FD  PREMIUM-CHARGES.
       01  PREMIUM-CHARGE-RECORD.
           05  PCHG-ACCOUNT-NR         PIC X(8).
           05  PCHG-AMOUNT-TEXT        PIC X(15).
           05  PCHG-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(56).

       FD  WRITEOFF-APPROVALS.
       01  WRITEOFF-APPROVAL-RECORD.
           05  WOFF-ACCOUNT-NR         PIC X(8).
           05  WOFF-AMOUNT             PIC 9(7)V99.
           05  WOFF-APPROVER           PIC X(20).

       FD  RECONCILIATION-REPORT.
       01  RECON-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  LEDGER-STATUS               PIC XX.
       01  COLLECT-STATUS              PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  PAYHIST-STATUS              PIC XX.
       01  SUSPENSE-STATUS             PIC XX.
       01  CHARGES-STATUS              PIC XX.
       01  WRITEOFF-STATUS             PIC XX.
       01  MASTER-EOF-STATUS           PIC X VALUE 'N'.
           88  MASTER-END              VALUE 'Y'.
       01  LEDGER-EOF-STATUS           PIC X VALUE 'N'.
           88  LEDGER-END              VALUE 'Y'.
       01  COLLECT-EOF-STATUS          PIC X VALUE 'N'.
           88  COLLECT-END             VALUE 'Y'.
       01  PAYHIST-EOF-STATUS          PIC X VALUE 'N'.
           88  PAYHIST-END             VALUE 'Y'.
       01  SUSPENSE-EOF-STATUS         PIC X VALUE 'N'.
           88  SUSPENSE-END            VALUE 'Y'.
       01  CHARGES-EOF-STATUS          PIC X VALUE 'N'.
           88  CHARGES-END             VALUE 'Y'.
       01  WRITEOFF-EOF-STATUS         PIC X VALUE 'N'.
           88  WRITEOFF-END            VALUE 'Y'.
       01  RECON-MONTH                 PIC 9(6).
       01  RECON-MONTH-INPUT           PIC X(6).
       01  RECON-MONTH-START           PIC 9(8).
       01  LAST-MONTH-CLOSED           PIC 9(6) VALUE ZERO.
       01  POSTING-MONTH               PIC 9(6).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID            VALUE 'Y'.
       01  ITEM-AMOUNT                 PIC 9(7)V99.
       01  CHARGE-SOURCE               PIC X(7).
       01  CHARGE-MATCHED-SWITCH       PIC X.
           88  CHARGE-WAS-POSTED        VALUE 'Y'.

      *  The 'C' postings on PAYHIST.DAT since the first of the
      *  month.  A charge on INVCHG.DAT or PREMCHG.DAT is taken as
      *  posted when one of these for the same account and amount
      *  has not already been claimed by another charge.
       01  NR-POSTED-CHARGES           PIC 9(4) VALUE ZERO.
       01  CHARGE-SUB                  PIC 9(4).
       01  POSTED-CHARGE-TABLE.
           05  POSTED-CHARGE-ENTRY OCCURS 3000 TIMES.
               10  PCTB-ACCOUNT-NR     PIC X(8).
               10  PCTB-AMOUNT         PIC 9(7)V99.
               10  PCTB-CLAIMED-FLAG   PIC X.

      *  Subledger totals from the billing master.
       01  SUBLEDGER-TOTALS.
           05  SUB-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
           05  SUB-WRITTEN-OFF-COUNT   PIC 9(7) VALUE ZERO.
           05  SUB-BALANCE-DUE         PIC S9(11)V99 VALUE ZERO.
           05  SUB-LATE-CHARGES        PIC S9(11)V99 VALUE ZERO.
           05  SUB-DISPUTED            PIC S9(11)V99 VALUE ZERO.
           05  SUB-CREDIT-BALANCE      PIC S9(11)V99 VALUE ZERO.

      *  Ledger balances brought forward through the last month
      *  closed.  ACCTREC is a debit-balance account and CUSTCRED a
      *  credit-balance account; each is carried here in its own
      *  normal sense so it compares directly to the subledger.
       01  LEDGER-TOTALS.
           05  LDG-RECEIVABLE          PIC S9(11)V99 VALUE ZERO.
           05  LDG-CUSTOMER-CREDIT     PIC S9(11)V99 VALUE ZERO.
           05  LDG-RECORDS-READ        PIC 9(7) VALUE ZERO.
           05  LDG-LATER-MONTH-COUNT   PIC 9(7) VALUE ZERO.

      *  Collect-file postings not yet closed to the ledger.
       01  ACTIVITY-TOTALS.
           05  ACT-RECEIVABLE          PIC S9(11)V99 VALUE ZERO.
           05  ACT-CUSTOMER-CREDIT     PIC S9(11)V99 VALUE ZERO.
           05  ACT-AR-DEBITS           PIC S9(11)V99 VALUE ZERO.
           05  ACT-AR-CREDITS          PIC S9(11)V99 VALUE ZERO.
           05  ACT-CC-DEBITS           PIC S9(11)V99 VALUE ZERO.
           05  ACT-CC-CREDITS          PIC S9(11)V99 VALUE ZERO.
           05  ACT-DETAILS-READ        PIC 9(7) VALUE ZERO.
           05  ACT-ALREADY-CLOSED      PIC 9(7) VALUE ZERO.
           05  ACT-AFTER-MONTH-COUNT   PIC 9(7) VALUE ZERO.

      *  PAYHIST.DAT postings dated in the month.
       01  HISTORY-TOTALS.
           05  HST-PAYMENTS            PIC S9(11)V99 VALUE ZERO.
           05  HST-REVERSALS           PIC S9(11)V99 VALUE ZERO.
           05  HST-CHARGES             PIC S9(11)V99 VALUE ZERO.
           05  HST-CREDIT-MEMOS        PIC S9(11)V99 VALUE ZERO.

       01  DIFFERENCE-TOTALS.
           05  DIF-RECEIVABLE          PIC S9(11)V99 VALUE ZERO.
           05  DIF-CUSTOMER-CREDIT     PIC S9(11)V99 VALUE ZERO.
           05  DIF-NET                 PIC S9(11)V99 VALUE ZERO.
           05  NET-SUBLEDGER           PIC S9(11)V99 VALUE ZERO.
           05  NET-LEDGER              PIC S9(11)V99 VALUE ZERO.
           05  NET-ACTIVITY            PIC S9(11)V99 VALUE ZERO.

       01  RECONCILING-TOTALS.
           05  RCN-SUSPENSE-COUNT      PIC 9(5) VALUE ZERO.
           05  RCN-SUSPENSE-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  RCN-CHARGE-COUNT        PIC 9(5) VALUE ZERO.
           05  RCN-CHARGE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  RCN-WRITEOFF-COUNT      PIC 9(5) VALUE ZERO.
           05  RCN-WRITEOFF-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  RCN-ADJUSTED-NET        PIC S9(11)V99 VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'RECEIVABLES SUBLEDGER TO GENERAL LEDGER '.
           05  FILLER                  PIC X(22) VALUE
               'RECONCILIATION, MONTH '.
           05  HDG-MONTH               PIC 9(6).
           05  FILLER                  PIC X(23) VALUE
               '    LEDGER CLOSED THRU '.
           05  HDG-LAST-CLOSED         PIC 9(6).
       01  COLUMN-HEADING-1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               '          SUBLEDGER '.
           05  FILLER                  PIC X(20) VALUE
               '         GL CONTROL '.
           05  FILLER                  PIC X(20) VALUE
               '    PERIOD ACTIVITY '.
           05  FILLER                  PIC X(20) VALUE
               '         DIFFERENCE '.
       01  COLUMN-HEADING-2.
           05  FILLER                  PIC X(24) VALUE
               'CONTROL ACCOUNT'.
           05  FILLER                  PIC X(20) VALUE
               '       BILLMSTR.DAT '.
           05  FILLER                  PIC X(20) VALUE
               '       GLLEDGER.DAT '.
           05  FILLER                  PIC X(20) VALUE
               '        GLMONTH.DAT '.
           05  FILLER                  PIC X(20) VALUE
               '        UNEXPLAINED '.
       01  RECON-DETAIL-LINE.
           05  RCL-LABEL               PIC X(24).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RCL-SUBLEDGER           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RCL-LEDGER              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RCL-ACTIVITY            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RCL-DIFFERENCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  SECTION-HEADING             PIC X(60).
       01  MEMO-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  MEMO-LABEL              PIC X(40).
           05  MEMO-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  MEMO-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  MEMO-NOTE               PIC X(40).
       01  ITEM-HEADING.
           05  FILLER                  PIC X(26) VALUE
               '  ITEM'.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(16) VALUE
               '        AMOUNT  '.
           05  FILLER                  PIC X(24) VALUE 'DETAIL'.
       01  ITEM-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-CLASS               PIC X(22).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-DATE                PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-NOTE                PIC X(40).
       01  VERDICT-LINE.
           05  FILLER                  PIC X(9) VALUE 'VERDICT: '.
           05  VRD-TEXT                PIC X(60).
       01  SIGNOFF-LINE.
           05  SGN-LABEL               PIC X(20).
           05  FILLER                  PIC X(40) VALUE ALL '_'.
           05  FILLER                  PIC X(10) VALUE '    DATE '.
           05  FILLER                  PIC X(12) VALUE ALL '_'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           DISPLAY 'RECEIVABLES SUBLEDGER TO GL RECONCILIATION'.
           DISPLAY 'ENTER THE MONTH TO RECONCILE (CCYYMM)'.
           ACCEPT RECON-MONTH-INPUT.
           IF RECON-MONTH-INPUT NOT NUMERIC
               DISPLAY 'THAT IS NOT A MONTH -- NOTHING RECONCILED'
               STOP RUN.
           MOVE RECON-MONTH-INPUT TO RECON-MONTH.
           COMPUTE RECON-MONTH-START = RECON-MONTH * 100 + 1.
           PERFORM 0100-CHECK-MONTH-LOCK.
           PERFORM 0200-TOTAL-SUBLEDGER.
           PERFORM 0300-TOTAL-LEDGER.
           PERFORM 0400-TOTAL-ACTIVITY.
           PERFORM 0500-TOTAL-HISTORY.
           OPEN OUTPUT RECONCILIATION-REPORT.
           PERFORM 0600-PRINT-RECONCILIATION.
           PERFORM 0700-LIST-RECONCILING-ITEMS.
           PERFORM 0800-PRINT-SIGN-OFF.
           CLOSE RECONCILIATION-REPORT.
           DISPLAY 'ARRECON: MONTH ' RECON-MONTH ', '
               SUB-ACCOUNTS-READ ' ACCOUNTS ON THE SUBLEDGER'.
           IF DIF-RECEIVABLE NOT = ZERO
             OR DIF-CUSTOMER-CREDIT NOT = ZERO
               DISPLAY '*UNEXPLAINED DIFFERENCE -- SEE ARRECON.DAT '
                   'BEFORE SIGNING OFF THE CLOSE*'.
           STOP RUN.

      *  The ledger is complete through the last month GLCLOSE
      *  locked; everything after that is still on GLMONTH.DAT.
       0100-CHECK-MONTH-LOCK.
           OPEN INPUT MONTH-END-CONTROL.
           IF CONTROL-STATUS = '00'
               READ MONTH-END-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MCTL-LAST-MONTH-CLOSED
                           TO LAST-MONTH-CLOSED
               END-READ
               CLOSE MONTH-END-CONTROL.
           IF RECON-MONTH < LAST-MONTH-CLOSED
               DISPLAY 'MONTH ' RECON-MONTH ' IS BEFORE THE LAST '
                   'MONTH CLOSED (' LAST-MONTH-CLOSED ') -- THE '
                   'BILLING MASTER NO LONGER REFLECTS IT'
               STOP RUN.

      *  Late charges are added into the balance due when they are
      *  assessed, and a disputed amount is a hold on part of the
      *  balance, so both are components of the balance and not
      *  added to it.
       0200-TOTAL-SUBLEDGER.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'ARRECON: BILLMSTR.DAT WILL NOT OPEN, STATUS '
                   MASTER-STATUS
               STOP RUN.
           PERFORM UNTIL MASTER-END
               READ BILLING-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO MASTER-EOF-STATUS
                   NOT AT END
                       ADD 1 TO SUB-ACCOUNTS-READ
                       ADD MSTR-BALANCE-DUE TO SUB-BALANCE-DUE
                       ADD MSTR-LATE-CHARGE-AMT TO SUB-LATE-CHARGES
                       ADD MSTR-CREDIT-BALANCE TO SUB-CREDIT-BALANCE
                       IF MSTR-DISPUTED-AMOUNT NUMERIC
                           ADD MSTR-DISPUTED-AMOUNT TO SUB-DISPUTED
                       END-IF
                       IF ACCOUNT-WRITTEN-OFF
                           ADD 1 TO SUB-WRITTEN-OFF-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *  The master stays open for the write-off lookups below.
       0300-TOTAL-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM UNTIL LEDGER-END
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO LEDGER-EOF-STATUS
                       NOT AT END
                           PERFORM 0350-POST-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE.

      *  A ledger month after the lock can only be a ledger file
      *  restored out of step with GLMOCTL.DAT; it is counted and
      *  left out so the columns still foot.
       0350-POST-LEDGER-RECORD.
           ADD 1 TO LDG-RECORDS-READ.
           IF LDGR-MONTH > LAST-MONTH-CLOSED
               ADD 1 TO LDG-LATER-MONTH-COUNT
               EXIT PARAGRAPH.
           IF LDGR-ACCOUNT-CODE = 'ACCTREC '
               ADD LDGR-DEBIT-TOTAL TO LDG-RECEIVABLE
               SUBTRACT LDGR-CREDIT-TOTAL FROM LDG-RECEIVABLE.
           IF LDGR-ACCOUNT-CODE = 'CUSTCRED'
               ADD LDGR-CREDIT-TOTAL TO LDG-CUSTOMER-CREDIT
               SUBTRACT LDGR-DEBIT-TOTAL FROM LDG-CUSTOMER-CREDIT.

      *  Details dated in a closed month are already on the ledger
      *  (a collect file not yet cleared after GLCLOSE) and are not
      *  counted twice.  Details dated after the month being
      *  reconciled are counted -- the master already carries them
      *  -- and are shown as a memo.
       0400-TOTAL-ACTIVITY.
           OPEN INPUT MONTH-COLLECT-FILE.
           IF COLLECT-STATUS = '00'
               PERFORM UNTIL COLLECT-END
                   READ MONTH-COLLECT-FILE
                       AT END
                           MOVE 'Y' TO COLLECT-EOF-STATUS
                       NOT AT END
                           IF GL-IS-DETAIL
                               PERFORM 0450-POST-ACTIVITY-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-COLLECT-FILE.
           COMPUTE ACT-RECEIVABLE = ACT-AR-DEBITS - ACT-AR-CREDITS.
           COMPUTE ACT-CUSTOMER-CREDIT =
               ACT-CC-CREDITS - ACT-CC-DEBITS.

       0450-POST-ACTIVITY-DETAIL.
           ADD 1 TO ACT-DETAILS-READ.
           COMPUTE POSTING-MONTH = GL-POSTING-DATE / 100.
           IF POSTING-MONTH NOT > LAST-MONTH-CLOSED
               ADD 1 TO ACT-ALREADY-CLOSED
               EXIT PARAGRAPH.
           IF POSTING-MONTH > RECON-MONTH
               ADD 1 TO ACT-AFTER-MONTH-COUNT.
           IF GL-ACCOUNT-CODE = 'ACCTREC '
               IF GL-DEBIT-CREDIT = 'D'
                   ADD GL-AMOUNT TO ACT-AR-DEBITS
               ELSE
                   ADD GL-AMOUNT TO ACT-AR-CREDITS.
           IF GL-ACCOUNT-CODE = 'CUSTCRED'
               IF GL-DEBIT-CREDIT = 'D'
                   ADD GL-AMOUNT TO ACT-CC-DEBITS
               ELSE
                   ADD GL-AMOUNT TO ACT-CC-CREDITS.

      *  One pass of the history: the month's movement by type for
      *  the cross-check, and the 'C' charges posted since the
      *  first of the month for matching the charge files.
       0500-TOTAL-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL PAYHIST-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PAYHIST-EOF-STATUS
                   NOT AT END
                       IF PHIST-POSTED-DATE NOT < RECON-MONTH-START
                           PERFORM 0550-POST-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

       0550-POST-HISTORY-RECORD.
           COMPUTE POSTING-MONTH = PHIST-POSTED-DATE / 100.
           IF POSTING-MONTH = RECON-MONTH
               EVALUATE PHIST-TRANS-TYPE
                   WHEN 'P'
                       ADD PHIST-AMOUNT TO HST-PAYMENTS
                   WHEN 'R'
                   WHEN 'N'
                       ADD PHIST-AMOUNT TO HST-REVERSALS
                   WHEN 'C'
                       ADD PHIST-AMOUNT TO HST-CHARGES
                   WHEN 'M'
                       ADD PHIST-AMOUNT TO HST-CREDIT-MEMOS
               END-EVALUATE.
           IF PHIST-TRANS-TYPE = 'C'
             AND NR-POSTED-CHARGES < 3000
               ADD 1 TO NR-POSTED-CHARGES
               MOVE PHIST-ACCOUNT-NR
                   TO PCTB-ACCOUNT-NR (NR-POSTED-CHARGES)
               MOVE PHIST-AMOUNT TO PCTB-AMOUNT (NR-POSTED-CHARGES)
               MOVE 'N' TO PCTB-CLAIMED-FLAG (NR-POSTED-CHARGES).

       0600-PRINT-RECONCILIATION.
           COMPUTE DIF-RECEIVABLE =
               SUB-BALANCE-DUE - LDG-RECEIVABLE - ACT-RECEIVABLE.
           COMPUTE DIF-CUSTOMER-CREDIT = SUB-CREDIT-BALANCE
               - LDG-CUSTOMER-CREDIT - ACT-CUSTOMER-CREDIT.
           COMPUTE NET-SUBLEDGER =
               SUB-BALANCE-DUE - SUB-CREDIT-BALANCE.
           COMPUTE NET-LEDGER =
               LDG-RECEIVABLE - LDG-CUSTOMER-CREDIT.
           COMPUTE NET-ACTIVITY =
               ACT-RECEIVABLE - ACT-CUSTOMER-CREDIT.
           COMPUTE DIF-NET =
               DIF-RECEIVABLE - DIF-CUSTOMER-CREDIT.
           MOVE RECON-MONTH TO HDG-MONTH.
           MOVE LAST-MONTH-CLOSED TO HDG-LAST-CLOSED.
           WRITE RECON-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE FROM COLUMN-HEADING-1.
           WRITE RECON-REPORT-LINE FROM COLUMN-HEADING-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'RECEIVABLE     ACCTREC' TO RCL-LABEL.
           MOVE SUB-BALANCE-DUE TO RCL-SUBLEDGER.
           MOVE LDG-RECEIVABLE TO RCL-LEDGER.
           MOVE ACT-RECEIVABLE TO RCL-ACTIVITY.
           MOVE DIF-RECEIVABLE TO RCL-DIFFERENCE.
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE.
           MOVE 'CUSTOMER CR    CUSTCRED' TO RCL-LABEL.
           MOVE SUB-CREDIT-BALANCE TO RCL-SUBLEDGER.
           MOVE LDG-CUSTOMER-CREDIT TO RCL-LEDGER.
           MOVE ACT-CUSTOMER-CREDIT TO RCL-ACTIVITY.
           MOVE DIF-CUSTOMER-CREDIT TO RCL-DIFFERENCE.
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE.
           MOVE 'NET RECEIVABLE' TO RCL-LABEL.
           MOVE NET-SUBLEDGER TO RCL-SUBLEDGER.
           MOVE NET-LEDGER TO RCL-LEDGER.
           MOVE NET-ACTIVITY TO RCL-ACTIVITY.
           MOVE DIF-NET TO RCL-DIFFERENCE.
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF DIF-RECEIVABLE = ZERO AND DIF-CUSTOMER-CREDIT = ZERO
               MOVE 'SUBLEDGER AGREES TO THE GENERAL LEDGER'
                   TO VRD-TEXT
           ELSE
               MOVE
                   '*UNEXPLAINED DIFFERENCE -- RESEARCH BEFORE SIGNING*'
                   TO VRD-TEXT.
           WRITE RECON-REPORT-LINE FROM VERDICT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'SUBLEDGER COMPONENTS -- BILLMSTR.DAT'
               TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'ACCOUNTS ON THE MASTER' TO MEMO-LABEL.
           MOVE SUB-ACCOUNTS-READ TO MEMO-COUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'BALANCE DUE' TO MEMO-LABEL.
           MOVE SUB-BALANCE-DUE TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE '  OF WHICH LATE CHARGES' TO MEMO-LABEL.
           MOVE SUB-LATE-CHARGES TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE '  OF WHICH DISPUTED' TO MEMO-LABEL.
           MOVE SUB-DISPUTED TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'CREDIT BALANCES' TO MEMO-LABEL.
           MOVE SUB-CREDIT-BALANCE TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'ACCOUNTS WRITTEN OFF' TO MEMO-LABEL.
           MOVE SUB-WRITTEN-OFF-COUNT TO MEMO-COUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'PERIOD ACTIVITY -- GLMONTH.DAT AND PAYHIST.DAT'
               TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'ACCTREC DEBITS NOT YET CLOSED' TO MEMO-LABEL.
           MOVE ACT-AR-DEBITS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'ACCTREC CREDITS NOT YET CLOSED' TO MEMO-LABEL.
           MOVE ACT-AR-CREDITS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'CUSTCRED DEBITS NOT YET CLOSED' TO MEMO-LABEL.
           MOVE ACT-CC-DEBITS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'CUSTCRED CREDITS NOT YET CLOSED' TO MEMO-LABEL.
           MOVE ACT-CC-CREDITS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'COLLECT FILE DETAILS READ' TO MEMO-LABEL.
           MOVE ACT-DETAILS-READ TO MEMO-COUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           IF ACT-ALREADY-CLOSED > ZERO
               MOVE SPACES TO MEMO-LINE
               MOVE 'DETAILS IN CLOSED MONTHS, NOT COUNTED'
                   TO MEMO-LABEL
               MOVE ACT-ALREADY-CLOSED TO MEMO-COUNT
               MOVE 'ALREADY ON GLLEDGER.DAT' TO MEMO-NOTE
               WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           IF ACT-AFTER-MONTH-COUNT > ZERO
               MOVE SPACES TO MEMO-LINE
               MOVE 'DETAILS DATED AFTER THE MONTH, COUNTED'
                   TO MEMO-LABEL
               MOVE ACT-AFTER-MONTH-COUNT TO MEMO-COUNT
               MOVE 'ALREADY ON THE BILLING MASTER' TO MEMO-NOTE
               WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           IF LDG-LATER-MONTH-COUNT > ZERO
               MOVE SPACES TO MEMO-LINE
               MOVE 'LEDGER RECORDS AFTER THE LOCK, LEFT OUT'
                   TO MEMO-LABEL
               MOVE LDG-LATER-MONTH-COUNT TO MEMO-COUNT
               MOVE '*GLLEDGER.DAT OUT OF STEP WITH GLMOCTL*'
                   TO MEMO-NOTE
               WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'PAYHIST PAYMENTS IN THE MONTH' TO MEMO-LABEL.
           MOVE HST-PAYMENTS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'PAYHIST REVERSALS AND NSF IN THE MONTH'
               TO MEMO-LABEL.
           MOVE HST-REVERSALS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'PAYHIST CHARGES IN THE MONTH' TO MEMO-LABEL.
           MOVE HST-CHARGES TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'PAYHIST CREDIT MEMOS IN THE MONTH' TO MEMO-LABEL.
           MOVE HST-CREDIT-MEMOS TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       0700-LIST-RECONCILING-ITEMS.
           MOVE 'KNOWN RECONCILING ITEMS -- NOT YET ON EITHER SIDE'
               TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM ITEM-HEADING.
           PERFORM 0710-LIST-SUSPENSE.
           MOVE 'INVCHG ' TO CHARGE-SOURCE.
           PERFORM 0730-LIST-INVOICE-CHARGES.
           MOVE 'PREMCHG' TO CHARGE-SOURCE.
           PERFORM 0740-LIST-PREMIUM-CHARGES.
           PERFORM 0760-LIST-WRITEOFFS.
           CLOSE BILLING-MASTER.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'UNRESOLVED SUSPENSE CASH' TO MEMO-LABEL.
           MOVE RCN-SUSPENSE-AMOUNT TO MEMO-AMOUNT.
           MOVE RCN-SUSPENSE-COUNT TO MEMO-COUNT.
           MOVE 'HELD IN SUSPLIAB, WILL REDUCE ACCTREC' TO MEMO-NOTE.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'UNPOSTED CHARGES' TO MEMO-LABEL.
           MOVE RCN-CHARGE-AMOUNT TO MEMO-AMOUNT.
           MOVE RCN-CHARGE-COUNT TO MEMO-COUNT.
           MOVE 'WILL INCREASE ACCTREC' TO MEMO-NOTE.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'WRITE-OFFS IN TRANSIT' TO MEMO-LABEL.
           MOVE RCN-WRITEOFF-AMOUNT TO MEMO-AMOUNT.
           MOVE RCN-WRITEOFF-COUNT TO MEMO-COUNT.
           MOVE 'WILL REDUCE ACCTREC' TO MEMO-NOTE.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           COMPUTE RCN-ADJUSTED-NET = NET-SUBLEDGER
               - RCN-SUSPENSE-AMOUNT + RCN-CHARGE-AMOUNT
               - RCN-WRITEOFF-AMOUNT.
           MOVE SPACES TO MEMO-LINE.
           MOVE 'NET RECEIVABLE AFTER ITEMS IN TRANSIT'
               TO MEMO-LABEL.
           MOVE RCN-ADJUSTED-NET TO MEMO-AMOUNT.
           WRITE RECON-REPORT-LINE FROM MEMO-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      *  The amount is the original payment's, carried in the
      *  DAYPMTS image on the suspense record.
       0710-LIST-SUSPENSE.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL SUSPENSE-END
               READ PAYMENT-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO SUSPENSE-EOF-STATUS
                   NOT AT END
                       IF SUSP-RESOLVED-FLAG NOT = 'Y'
                         AND SUSP-ACCOUNT-NR NOT = SPACES
                           PERFORM 0720-LIST-ONE-SUSPENSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-SUSPENSE-FILE.

       0720-LIST-ONE-SUSPENSE.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE SUSP-ORIGINAL-PAYMENT (9:15) TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           MOVE SPACES TO ITEM-DETAIL-LINE.
           MOVE 'UNRESOLVED SUSPENSE' TO ITM-CLASS.
           MOVE SUSP-ACCOUNT-NR TO ITM-ACCOUNT-NR.
           IF SUSP-SUSPENSE-DATE NUMERIC
               MOVE SUSP-SUSPENSE-DATE TO ITM-DATE.
           IF NUMEDIT-VALID
               MOVE NUMEDIT-VALUE TO ITEM-AMOUNT
               ADD ITEM-AMOUNT TO RCN-SUSPENSE-AMOUNT
               MOVE ITEM-AMOUNT TO ITM-AMOUNT
               STRING 'REASON ' SUSP-REASON-CODE
                   DELIMITED BY SIZE INTO ITM-NOTE
           ELSE
               STRING 'REASON ' SUSP-REASON-CODE
                   ', AMOUNT UNREADABLE' DELIMITED BY SIZE
                   INTO ITM-NOTE.
           ADD 1 TO RCN-SUSPENSE-COUNT.
           WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE.

       0730-LIST-INVOICE-CHARGES.
           MOVE 'N' TO CHARGES-EOF-STATUS.
           OPEN INPUT INVOICE-CHARGES.
           IF CHARGES-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL CHARGES-END
               READ INVOICE-CHARGES
                   AT END
                       MOVE 'Y' TO CHARGES-EOF-STATUS
                   NOT AT END
                       IF ICHG-TRANS-TYPE = 'C'
                           MOVE SPACES TO NUMEDIT-INPUT
                           MOVE ICHG-AMOUNT-TEXT TO NUMEDIT-INPUT
                           MOVE ICHG-ACCOUNT-NR TO ITM-ACCOUNT-NR
                           PERFORM 0750-CHECK-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-CHARGES.

       0740-LIST-PREMIUM-CHARGES.
           MOVE 'N' TO CHARGES-EOF-STATUS.
           OPEN INPUT PREMIUM-CHARGES.
           IF CHARGES-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL CHARGES-END
               READ PREMIUM-CHARGES
                   AT END
                       MOVE 'Y' TO CHARGES-EOF-STATUS
                   NOT AT END
                       IF PCHG-TRANS-TYPE = 'C'
                           MOVE SPACES TO NUMEDIT-INPUT
                           MOVE PCHG-AMOUNT-TEXT TO NUMEDIT-INPUT
                           MOVE PCHG-ACCOUNT-NR TO ITM-ACCOUNT-NR
                           PERFORM 0750-CHECK-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREMIUM-CHARGES.

      *  Each history posting can vouch for one charge only, so two
      *  identical invoices to one account need two postings.
       0750-CHECK-ONE-CHARGE.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO ITEM-AMOUNT.
           MOVE 'N' TO CHARGE-MATCHED-SWITCH.
           PERFORM VARYING CHARGE-SUB FROM 1 BY 1
               UNTIL CHARGE-SUB > NR-POSTED-CHARGES
                  OR CHARGE-WAS-POSTED
               IF PCTB-ACCOUNT-NR (CHARGE-SUB) = ITM-ACCOUNT-NR
                 AND PCTB-AMOUNT (CHARGE-SUB) = ITEM-AMOUNT
                 AND PCTB-CLAIMED-FLAG (CHARGE-SUB) = 'N'
                   MOVE 'Y' TO PCTB-CLAIMED-FLAG (CHARGE-SUB)
                   MOVE 'Y' TO CHARGE-MATCHED-SWITCH
               END-IF
           END-PERFORM.
           IF CHARGE-WAS-POSTED
               EXIT PARAGRAPH.
           MOVE SPACES TO ITM-CLASS ITM-DATE ITM-NOTE.
           MOVE 'UNPOSTED CHARGE' TO ITM-CLASS.
           MOVE ITEM-AMOUNT TO ITM-AMOUNT.
           STRING 'ON ' DELIMITED BY SIZE
               CHARGE-SOURCE DELIMITED BY SPACE
               '.DAT, NOT ON PAYHIST' DELIMITED BY SIZE
               INTO ITM-NOTE.
           ADD 1 TO RCN-CHARGE-COUNT.
           ADD ITEM-AMOUNT TO RCN-CHARGE-AMOUNT.
           WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE.

      *  An approval is in transit until BILLUPDT applies it and
      *  flags the account 'W'; it will take off no more than the
      *  balance standing on the master.
       0760-LIST-WRITEOFFS.
           OPEN INPUT WRITEOFF-APPROVALS.
           IF WRITEOFF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL WRITEOFF-END
               READ WRITEOFF-APPROVALS
                   AT END
                       MOVE 'Y' TO WRITEOFF-EOF-STATUS
                   NOT AT END
                       IF WOFF-AMOUNT NUMERIC
                           PERFORM 0770-CHECK-ONE-WRITEOFF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRITEOFF-APPROVALS.

       0770-CHECK-ONE-WRITEOFF.
           MOVE WOFF-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ACCOUNT-WRITTEN-OFF OR MSTR-BALANCE-DUE = ZERO
               EXIT PARAGRAPH.
           IF WOFF-AMOUNT < MSTR-BALANCE-DUE
               MOVE WOFF-AMOUNT TO ITEM-AMOUNT
           ELSE
               MOVE MSTR-BALANCE-DUE TO ITEM-AMOUNT.
           MOVE SPACES TO ITEM-DETAIL-LINE.
           MOVE 'WRITE-OFF IN TRANSIT' TO ITM-CLASS.
           MOVE WOFF-ACCOUNT-NR TO ITM-ACCOUNT-NR.
           MOVE ITEM-AMOUNT TO ITM-AMOUNT.
           STRING 'APPROVED BY ' WOFF-APPROVER
               DELIMITED BY SIZE INTO ITM-NOTE.
           ADD 1 TO RCN-WRITEOFF-COUNT.
           ADD ITEM-AMOUNT TO RCN-WRITEOFF-AMOUNT.
           WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE.

       0800-PRINT-SIGN-OFF.
           MOVE 'PREPARED BY' TO SGN-LABEL.
           WRITE RECON-REPORT-LINE FROM SIGNOFF-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'REVIEWED BY' TO SGN-LABEL.
           WRITE RECON-REPORT-LINE FROM SIGNOFF-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'FINANCE SIGN-OFF' TO SGN-LABEL.
           WRITE RECON-REPORT-LINE FROM SIGNOFF-LINE.
