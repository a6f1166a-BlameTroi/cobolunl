       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Openinv.

      *  Open invoice listing by account.  Every unpaid item on the
      *  open-item ledger OPENITEM.DAT prints under its account with
      *  the invoice number, where it came from (INV invoicing,
      *  PRM premium billing, CHG any other charge), the invoice
      *  date, its age in days to the business date, what it was
      *  billed for, and what is still owed on it.  Each account
      *  closes with its open-invoice total set against the balance
      *  on the billing master; the difference is the part of the
      *  balance no invoice explains (late charges, balances from
      *  before invoices were itemized) and prints as unitemized.
      *  Paid-off items stay on the ledger but do not print.
      *
      *  The business date comes from RUNDATE.DAT like the rest of
      *  the billing runs.  Grand totals close the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE       ASSIGN TO "OPENITEM.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OPEN-KEY
                                       FILE STATUS IS OPENITEM-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT OPEN-INVOICE-REPORT  ASSIGN TO "OPENINV.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  OPEN-INVOICE-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  OPENITEM-STATUS             PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  OPENITEM-EOF-STATUS         PIC X VALUE 'N'.
           88  OPENITEM-END            VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  ITEM-AGE-DAYS               PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  CURRENT-ACCOUNT-NR          PIC X(8) VALUE LOW-VALUES.
       01  ACCOUNT-ITEM-COUNT          PIC 9(5) VALUE ZERO.
       01  ACCOUNT-UNPAID-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  ACCOUNT-BALANCE             PIC 9(7)V99.
       01  UNITEMIZED-AMOUNT           PIC S9(9)V99.
       01  ACCOUNTS-LISTED-COUNT       PIC 9(5) VALUE ZERO.
       01  ITEMS-LISTED-COUNT          PIC 9(7) VALUE ZERO.
       01  ITEMS-ORIGINAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  ITEMS-UNPAID-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  BALANCES-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  UNITEMIZED-TOTAL            PIC S9(11)V99 VALUE ZERO.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(35) VALUE
               'OPEN INVOICES BY ACCOUNT AS OF'.
           05  RH1-BUSINESS-DATE       PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'ACCOUNT   INVOICE       TYPE  DATED     '.
           05  FILLER                  PIC X(40) VALUE
               'AGE DAYS      BILLED    STILL OWED'.
       01  REPORT-DETAIL-LINE.
           05  RD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-INVOICE-NR           PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-SOURCE               PIC X(3).
           05  FILLER                  PIC XXX VALUE SPACES.
           05  RD-INVOICE-DATE         PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-ORIGINAL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-UNPAID-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  ACCOUNT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  AT-ITEM-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(23) VALUE
               ' OPEN INVOICES TOTAL'.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  AT-UNPAID-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE
               '  BALANCE '.
           05  AT-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               '  UNITEMIZED '.
           05  AT-UNITEMIZED           PIC Z,ZZZ,ZZ9.99-.
       01  GRAND-TOTAL-LINE.
           05  GT-CAPTION              PIC X(30).
           05  GT-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  GT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               DISPLAY 'OPENINV: NO OPENITEM.DAT, STATUS '
                   OPENITEM-STATUS ' -- NO INVOICES TO LIST'
               MOVE 'Y' TO OPENITEM-EOF-STATUS.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN OUTPUT OPEN-INVOICE-REPORT.
           MOVE BUSINESS-DATE TO RH1-BUSINESS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           IF NOT OPENITEM-END
               PERFORM 0800-READ-OPEN-ITEM.
           PERFORM 0200-LIST-ONE-ITEM
               UNTIL OPENITEM-END.
           IF ACCOUNT-ITEM-COUNT > ZERO
               PERFORM 0400-ACCOUNT-BREAK.
           PERFORM 0900-PRINT-TOTALS.
           CLOSE OPEN-INVOICE-REPORT.
           IF OPENITEM-STATUS = '00' OR OPENITEM-STATUS = '10'
               CLOSE OPEN-ITEM-FILE.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
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

      *  The ledger is keyed by account, so an account's items come
      *  together; the account breaks when the key's account part
      *  changes.  An account whose items are all paid prints
      *  nothing at all.
       0200-LIST-ONE-ITEM.
           IF OPEN-UNPAID-AMOUNT > ZERO
               IF OPEN-ACCOUNT-NR NOT = CURRENT-ACCOUNT-NR
                   IF ACCOUNT-ITEM-COUNT > ZERO
                       PERFORM 0400-ACCOUNT-BREAK
                   END-IF
                   MOVE OPEN-ACCOUNT-NR TO CURRENT-ACCOUNT-NR
               END-IF
               PERFORM 0300-PRINT-ITEM-LINE
           END-IF.
           PERFORM 0800-READ-OPEN-ITEM.

       0300-PRINT-ITEM-LINE.
           CALL 'DATEARTH' USING OPEN-INVOICE-DATE BUSINESS-DATE
               ITEM-AGE-DAYS ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR ITEM-AGE-DAYS < ZERO
               MOVE ZERO TO ITEM-AGE-DAYS.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           IF ACCOUNT-ITEM-COUNT = ZERO
               MOVE OPEN-ACCOUNT-NR TO RD-ACCOUNT-NR.
           MOVE OPEN-INVOICE-NR TO RD-INVOICE-NR.
           MOVE OPEN-SOURCE TO RD-SOURCE.
           MOVE OPEN-INVOICE-DATE TO RD-INVOICE-DATE.
           MOVE ITEM-AGE-DAYS TO RD-AGE-DAYS.
           MOVE OPEN-ORIGINAL-AMOUNT TO RD-ORIGINAL-AMOUNT.
           MOVE OPEN-UNPAID-AMOUNT TO RD-UNPAID-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO ACCOUNT-ITEM-COUNT
                    ITEMS-LISTED-COUNT.
           ADD OPEN-UNPAID-AMOUNT TO ACCOUNT-UNPAID-TOTAL
                                     ITEMS-UNPAID-TOTAL.
           ADD OPEN-ORIGINAL-AMOUNT TO ITEMS-ORIGINAL-TOTAL.

      *  An account missing from the master shows a zero balance,
      *  so its whole open-invoice total shows as a negative
      *  unitemized amount -- the ledger and the master disagree
      *  and somebody needs to look.
       0400-ACCOUNT-BREAK.
           MOVE ZERO TO ACCOUNT-BALANCE.
           IF MASTER-ON-HAND
               MOVE CURRENT-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MSTR-BALANCE-DUE NUMERIC
                           MOVE MSTR-BALANCE-DUE TO ACCOUNT-BALANCE
                       END-IF
               END-READ.
           COMPUTE UNITEMIZED-AMOUNT =
               ACCOUNT-BALANCE - ACCOUNT-UNPAID-TOTAL.
           MOVE ACCOUNT-ITEM-COUNT TO AT-ITEM-COUNT.
           MOVE ACCOUNT-UNPAID-TOTAL TO AT-UNPAID-TOTAL.
           MOVE ACCOUNT-BALANCE TO AT-BALANCE.
           MOVE UNITEMIZED-AMOUNT TO AT-UNITEMIZED.
           WRITE REPORT-LINE FROM ACCOUNT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO ACCOUNTS-LISTED-COUNT.
           ADD ACCOUNT-BALANCE TO BALANCES-TOTAL.
           ADD UNITEMIZED-AMOUNT TO UNITEMIZED-TOTAL.
           MOVE ZERO TO ACCOUNT-ITEM-COUNT
                        ACCOUNT-UNPAID-TOTAL.

       0800-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO OPENITEM-EOF-STATUS.

       0900-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO GRAND-TOTAL-LINE.
           MOVE 'ACCOUNTS WITH OPEN INVOICES' TO GT-CAPTION.
           MOVE ACCOUNTS-LISTED-COUNT TO GT-COUNT.
           MOVE BALANCES-TOTAL TO GT-AMOUNT.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE SPACES TO GRAND-TOTAL-LINE.
           MOVE 'OPEN INVOICES, AS BILLED' TO GT-CAPTION.
           MOVE ITEMS-LISTED-COUNT TO GT-COUNT.
           MOVE ITEMS-ORIGINAL-TOTAL TO GT-AMOUNT.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE SPACES TO GRAND-TOTAL-LINE.
           MOVE 'OPEN INVOICES, STILL OWED' TO GT-CAPTION.
           MOVE ITEMS-UNPAID-TOTAL TO GT-AMOUNT.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           MOVE SPACES TO GRAND-TOTAL-LINE.
           MOVE 'UNITEMIZED BALANCE' TO GT-CAPTION.
           MOVE UNITEMIZED-TOTAL TO GT-AMOUNT.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
