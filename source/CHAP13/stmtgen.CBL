      *      $$4   late charges assessed this cycle
      *      $$5   new balance
      *      $$6   payment due date
      *      $$7   number of open invoices
      *      $$8   total of the open invoices
      *      $$11  bill-to name          $$12  name, continued
      *      $$13  street                $$14  street, continued
      *      $$15  city                  $$16  state
      *      $$17  zip
      *
      *  Past the values each record carries the account holder's
      *  preferred language from LANGPREF, so FORMLETR prints the
      *  statement letter in that language where there is one.
      *
      *  The bill-to name and address come from BILLADDR (an
      *  override on BILLTO.DAT, else the customer the ECUSXREF.DAT
      *  cross-reference ties to the account).  A name or street
      *  too long for one value is broken between words across
      *  two.  An account with no address that BILLADDR can
      *  resolve gets no statement at all -- no insertion record,
      *  no register line, no invoice block -- and is listed on
      *  the exception list STMTNADR.DAT for someone to find an
      *  address for.  So does an account whose address has come
      *  back undeliverable (RETMCHK), until the address changes.
      *
      *  The open invoices behind the balance -- every unpaid item
      *  on OPENITEM.DAT for the account -- print on the statement
      *  detail file STMTITEM.DAT, one block per statement in the
      *  same account order as VALUFILE.DAT, so the mailing can
      *  put each block behind its letter.  Any part of the balance
      *  the invoices do not explain (late charges, balances from
      *  before invoices were itemized) closes the block as other
      *  charges.
      *
      *  A one-line register per statement is also written so the
      *  statements produced can be balanced against the master.
                                         LINE SEQUENTIAL.
           SELECT STATEMENT-REGISTER     ASSIGN TO "STMTREG.DAT"
                                         LINE SEQUENTIAL.
           SELECT OPEN-ITEM-FILE         ASSIGN TO "OPENITEM.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY OPEN-KEY
                                         FILE STATUS IS
                                             OPENITEM-STATUS.
           SELECT STATEMENT-ITEMS        ASSIGN TO "STMTITEM.DAT"
                                         LINE SEQUENTIAL.
           SELECT NO-ADDRESS-LIST        ASSIGN TO "STMTNADR.DAT"
                                         LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  STATEMENT-VALUES.
       01  VALUE-RECORD.
           05  VALUE-ENTRY             PIC X(15) OCCURS 17 TIMES.
           05  FILLER                  PIC X(45).
           05  VALUE-FORM-ID           PIC X(8).
           05  VALUE-LANGUAGE          PIC XX.

       FD  STATEMENT-REGISTER.
       01  REGISTER-LINE               PIC X(80).

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

       FD  STATEMENT-ITEMS.
       01  STATEMENT-ITEM-LINE         PIC X(80).

       FD  NO-ADDRESS-LIST.
       01  NO-ADDRESS-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  LANGPREF-KEY-TYPE           PIC X VALUE 'A'.
       01  LANGPREF-KEY                PIC X(45).
       01  LANGPREF-LANGUAGE           PIC XX.
       01  MASTER-EOF-STATUS           PIC X VALUE 'N'.
           88  MASTER-END              VALUE 'Y'.
       01  PAYMENT-EOF-STATUS          PIC X VALUE 'N'.
       01  BILLED-DATE-EXPANDED        PIC 9(8).
       01  DATE-EDIT-SWITCH            PIC X.
       01  GRACE-DAYS                  PIC 99 VALUE 25.
       01  OPENITEM-STATUS             PIC XX.
       01  OPENITEM-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  OPENITEM-ON-HAND        VALUE 'Y'.
       01  OPEN-SCAN-EOF-STATUS        PIC X.
           88  OPEN-SCAN-END           VALUE 'Y'.
       01  OPEN-ITEM-COUNT             PIC 9(3).
       01  OPEN-ITEM-TOTAL             PIC 9(7)V99.
       01  OTHER-CHARGES-AMOUNT        PIC 9(7)V99.
       01  COUNT-EDITED                PIC ZZ9.
       01  BILLADDR-ACCOUNT-NR         PIC X(8).
       01  BILLADDR-ADDRESS.
           05  BA-NAME                 PIC X(30).
           05  BA-STREET               PIC X(40).
           05  BA-CITY                 PIC X(25).
           05  BA-STATE                PIC XX.
           05  BA-ZIP                  PIC X(10).
           05  BA-SOURCE               PIC X.
       01  BILLADDR-RETURN             PIC XX.
           88  BILL-TO-RESOLVED        VALUE '00'.
       01  RETMCHK-STREET              PIC X(40).
       01  RETMCHK-STATE               PIC XX.
       01  RETMCHK-REASON              PIC XX.
       01  RETMCHK-RETURN              PIC XX.
       01  SPLIT-TEXT                  PIC X(40).
       01  SPLIT-FIRST                 PIC X(15).
       01  SPLIT-REST                  PIC X(15).
       01  SPLIT-SUB                   PIC 99.
       01  NO-ADDRESS-COUNT            PIC 9(7) VALUE ZERO.
       01  NO-ADDRESS-HEADING.
           05  FILLER                  PIC X(45) VALUE
               'STATEMENTS NOT PRODUCED -- NO BILL-TO ADDRESS'.
       01  NO-ADDRESS-DETAIL-LINE.
           05  NAD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  NAD-BALANCE-DUE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  NAD-REASON              PIC X(40).
       01  NO-ADDRESS-TOTAL-LINE.
           05  FILLER                  PIC X(21) VALUE
               'ACCOUNTS NOT BILLED: '.
           05  NAD-TOTAL-COUNT         PIC ZZZ,ZZ9.
       01  ITEM-HEADING-LINE.
           05  FILLER                  PIC X(26) VALUE
               'OPEN INVOICES FOR ACCOUNT '.
           05  ITH-ACCOUNT-NR          PIC X(8).
       01  ITEM-COLUMN-LINE.
           05  FILLER                  PIC X(38) VALUE
               '  INVOICE       DATED       TYPE'.
           05  FILLER                  PIC X(20) VALUE
               'BILLED    STILL OWED'.
       01  ITEM-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITD-INVOICE-NR          PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITD-INVOICE-DATE        PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITD-SOURCE              PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITD-ORIGINAL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITD-UNPAID-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01  ITEM-TOTAL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITT-CAPTION             PIC X(43).
           05  ITT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  DATE-EDITED.
           05  DTE-MONTH               PIC XX.
           OPEN INPUT BILLING-MASTER
                      DAILY-PAYMENTS
                OUTPUT STATEMENT-VALUES
                       STATEMENT-REGISTER
                       STATEMENT-ITEMS
                       NO-ADDRESS-LIST.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPENITEM-STATUS = '00'
               MOVE 'Y' TO OPENITEM-ON-HAND-SWITCH.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           WRITE NO-ADDRESS-LINE FROM NO-ADDRESS-HEADING.
           MOVE SPACES TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0800-READ-MASTER.
           PERFORM 0820-READ-PAYMENTS.
           PERFORM 0200-STATEMENT-LOOP
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE STATEMENT-COUNT TO REG-TOTAL-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE SPACES TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE AFTER ADVANCING 1 LINE.
           MOVE NO-ADDRESS-COUNT TO NAD-TOTAL-COUNT.
           WRITE NO-ADDRESS-LINE FROM NO-ADDRESS-TOTAL-LINE.
           CLOSE BILLING-MASTER
                 DAILY-PAYMENTS
                 STATEMENT-VALUES
                 STATEMENT-REGISTER
                 STATEMENT-ITEMS
                 NO-ADDRESS-LIST.
           IF OPENITEM-ON-HAND
               CLOSE OPEN-ITEM-FILE.
           STOP RUN.

       0200-STATEMENT-LOOP.
           PERFORM 0300-ACCUMULATE-PAYMENTS
               UNTIL PAYMENT-END
                  OR PYMT-ACCOUNT-NR > MSTR-ACCOUNT-NR.
           MOVE MSTR-ACCOUNT-NR TO BILLADDR-ACCOUNT-NR.
           CALL 'BILLADDR' USING BILLADDR-ACCOUNT-NR
               BILLADDR-ADDRESS BILLADDR-RETURN.
           IF BILL-TO-RESOLVED
               PERFORM 0260-CHECK-RETURNED-MAIL.
           IF BILL-TO-RESOLVED
               PERFORM 0400-BUILD-STATEMENT-VALUES
               PERFORM 0500-WRITE-REGISTER-LINE
           ELSE
               PERFORM 0550-LIST-NO-ADDRESS.
           PERFORM 0800-READ-MASTER.

      *  A statement to an address the post office has sent back is
      *  not mailed again; the account goes on the exception list
      *  with the USPS reason.
       0260-CHECK-RETURNED-MAIL.
           MOVE BA-STREET TO RETMCHK-STREET.
           MOVE BA-STATE TO RETMCHK-STATE.
           CALL 'RETMCHK' USING RETMCHK-STREET RETMCHK-STATE
               RETMCHK-REASON RETMCHK-RETURN.
           IF RETMCHK-RETURN = '01'
               MOVE '03' TO BILLADDR-RETURN.

      *  Payments for accounts not on the master at all are left for
      *  BILLUPDT's suspense handling to explain; the statement run
      *  just skips past them.
           MOVE MSTR-BALANCE-DUE TO AMOUNT-EDITED.
           MOVE FUNCTION TRIM (AMOUNT-EDITED) TO VALUE-ENTRY (5).
           PERFORM 0420-COMPUTE-DUE-DATE.
           PERFORM 0450-LIST-OPEN-INVOICES.
           MOVE OPEN-ITEM-COUNT TO COUNT-EDITED.
           MOVE FUNCTION TRIM (COUNT-EDITED) TO VALUE-ENTRY (7).
           MOVE OPEN-ITEM-TOTAL TO AMOUNT-EDITED.
           MOVE FUNCTION TRIM (AMOUNT-EDITED) TO VALUE-ENTRY (8).
           PERFORM 0470-MOVE-BILL-TO-VALUES.
           MOVE MSTR-ACCOUNT-NR TO LANGPREF-KEY.
           CALL 'LANGPREF' USING LANGPREF-KEY-TYPE LANGPREF-KEY
               LANGPREF-LANGUAGE.
           MOVE LANGPREF-LANGUAGE TO VALUE-LANGUAGE.
           WRITE VALUE-RECORD.
           ADD 1 TO STATEMENT-COUNT.

           ELSE
               MOVE 'UPON-RECEIPT' TO VALUE-ENTRY (6).

      *  The block is written for every statement, even one with
      *  no open invoices, so the detail file always holds one
      *  block per letter in the same order.
       0450-LIST-OPEN-INVOICES.
           MOVE ZERO TO OPEN-ITEM-COUNT
                        OPEN-ITEM-TOTAL.
           MOVE MSTR-ACCOUNT-NR TO ITH-ACCOUNT-NR.
           WRITE STATEMENT-ITEM-LINE FROM ITEM-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE STATEMENT-ITEM-LINE FROM ITEM-COLUMN-LINE.
           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS.
           IF OPENITEM-ON-HAND
               MOVE 'N' TO OPEN-SCAN-EOF-STATUS
               MOVE MSTR-ACCOUNT-NR TO OPEN-ACCOUNT-NR
               MOVE LOW-VALUES TO OPEN-INVOICE-NR
               START OPEN-ITEM-FILE KEY NOT LESS THAN OPEN-KEY
                   INVALID KEY
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
               END-START.
           PERFORM UNTIL OPEN-SCAN-END
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                   NOT AT END
                       IF OPEN-ACCOUNT-NR NOT = MSTR-ACCOUNT-NR
                           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                       ELSE
                       IF OPEN-UNPAID-AMOUNT > ZERO
                           PERFORM 0460-WRITE-INVOICE-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO ITEM-TOTAL-LINE.
           MOVE 'TOTAL OPEN INVOICES' TO ITT-CAPTION.
           MOVE OPEN-ITEM-TOTAL TO ITT-AMOUNT.
           WRITE STATEMENT-ITEM-LINE FROM ITEM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF MSTR-BALANCE-DUE > OPEN-ITEM-TOTAL
               COMPUTE OTHER-CHARGES-AMOUNT =
                   MSTR-BALANCE-DUE - OPEN-ITEM-TOTAL
               MOVE SPACES TO ITEM-TOTAL-LINE
               MOVE 'OTHER CHARGES AND PRIOR BALANCE'
                   TO ITT-CAPTION
               MOVE OTHER-CHARGES-AMOUNT TO ITT-AMOUNT
               WRITE STATEMENT-ITEM-LINE FROM ITEM-TOTAL-LINE.
           MOVE SPACES TO ITEM-TOTAL-LINE.
           MOVE 'NEW BALANCE' TO ITT-CAPTION.
           MOVE MSTR-BALANCE-DUE TO ITT-AMOUNT.
           WRITE STATEMENT-ITEM-LINE FROM ITEM-TOTAL-LINE.

       0460-WRITE-INVOICE-LINE.
           ADD 1 TO OPEN-ITEM-COUNT.
           ADD OPEN-UNPAID-AMOUNT TO OPEN-ITEM-TOTAL.
           MOVE OPEN-INVOICE-NR TO ITD-INVOICE-NR.
           MOVE OPEN-INVOICE-DATE (5:2) TO DTE-MONTH.
           MOVE OPEN-INVOICE-DATE (7:2) TO DTE-DAY.
           MOVE OPEN-INVOICE-DATE (1:4) TO DTE-YEAR.
           MOVE DATE-EDITED TO ITD-INVOICE-DATE.
           MOVE OPEN-SOURCE TO ITD-SOURCE.
           MOVE OPEN-ORIGINAL-AMOUNT TO ITD-ORIGINAL-AMOUNT.
           MOVE OPEN-UNPAID-AMOUNT TO ITD-UNPAID-AMOUNT.
           WRITE STATEMENT-ITEM-LINE FROM ITEM-DETAIL-LINE.

       0470-MOVE-BILL-TO-VALUES.
           MOVE BA-NAME TO SPLIT-TEXT.
           PERFORM 0480-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO VALUE-ENTRY (11).
           MOVE SPLIT-REST TO VALUE-ENTRY (12).
           MOVE BA-STREET TO SPLIT-TEXT.
           PERFORM 0480-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO VALUE-ENTRY (13).
           MOVE SPLIT-REST TO VALUE-ENTRY (14).
           MOVE BA-CITY TO VALUE-ENTRY (15).
           MOVE BA-STATE TO VALUE-ENTRY (16).
           MOVE BA-ZIP TO VALUE-ENTRY (17).

      *  FORMLETR puts a space after each value it merges, so text
      *  broken at a space reads back whole when the letter names
      *  both values side by side.  With no space in the first 16
      *  bytes the text is simply cut at 15.
       0480-SPLIT-ADDRESS-TEXT.
           MOVE SPACES TO SPLIT-FIRST SPLIT-REST.
           IF SPLIT-TEXT (16:25) = SPACES
               MOVE SPLIT-TEXT TO SPLIT-FIRST
               EXIT PARAGRAPH.
           PERFORM VARYING SPLIT-SUB FROM 16 BY -1
               UNTIL SPLIT-SUB < 2
                  OR SPLIT-TEXT (SPLIT-SUB:1) = SPACE
               CONTINUE
           END-PERFORM.
           IF SPLIT-SUB < 2
               MOVE SPLIT-TEXT (1:15) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (16:15) TO SPLIT-REST
           ELSE
               MOVE SPLIT-TEXT (1:SPLIT-SUB - 1) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (SPLIT-SUB + 1:15) TO SPLIT-REST.

       0500-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE MSTR-ACCOUNT-NR TO REG-ACCOUNT-NR.
           MOVE MSTR-BALANCE-DUE TO REG-NEW-BALANCE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0550-LIST-NO-ADDRESS.
           ADD 1 TO NO-ADDRESS-COUNT.
           MOVE MSTR-ACCOUNT-NR TO NAD-ACCOUNT-NR.
           MOVE MSTR-BALANCE-DUE TO NAD-BALANCE-DUE.
           MOVE SPACES TO NAD-REASON.
           EVALUATE BILLADDR-RETURN
               WHEN '01'
                   MOVE 'NOT ON THE CROSS-REFERENCE, NO OVERRIDE'
                       TO NAD-REASON
               WHEN '03'
                   STRING 'MAIL RETURNED UNDELIVERABLE, USPS '
                       RETMCHK-REASON DELIMITED BY SIZE
                       INTO NAD-REASON
               WHEN OTHER
                   MOVE 'LINKED RECORDS HAVE NO USABLE ADDRESS'
                       TO NAD-REASON
           END-EVALUATE.
           WRITE NO-ADDRESS-LINE FROM NO-ADDRESS-DETAIL-LINE.

       0800-READ-MASTER.
           READ BILLING-MASTER NEXT RECORD
               AT END
