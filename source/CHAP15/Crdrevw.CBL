       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRDREVW.

      *  Monthly customer credit review.  Every customer on CUSTMAST
      *  is scored from its billing history -- the billing account
      *  comes from the ECUSXREF.DAT enterprise cross-reference, or
      *  failing that the customer code padded to eight, the
      *  account INVGEN bills.  The score starts at 100 and loses:
      *
      *    - a point for each day beyond NET 30 terms the account
      *      has paid, on average, over the last year (PAYHIST.DAT
      *      payments against the oldest charge still owing), at
      *      most 30;
      *    - 10 for each NSF item in the last year, at most 30;
      *    - 10 for each promise to pay broken in the last year
      *      (PROMISE.DAT, settled 'B' by PROMCHK), at most 30;
      *    - 5, 15, 25, 35 or 50 for the AGERPT bucket the account
      *      sits in tonight (its OVERDUE.DAT billed date, aged the
      *      COLLASGN way);
      *    - 5 for each dispute opened in the last year, at most
      *      15, and 10 more while a disputed amount stands.
      *
      *  A written-off account scores nothing.  An account with no
      *  payment in the last year is a thin file and scores no more
      *  than 70, so it is never raised on no evidence.
      *
      *  Open exposure is the billing balance plus the open orders
      *  still on INDATA2.  The limit is carried on CUSTMAST in
      *  thousands of dollars (zero: none set yet).  Recommendations:
      *
      *    80 and over  INCREASE to half again the exposure when the
      *                 exposure is past three quarters of the limit
      *                 (by a quarter at least)
      *    50 to 79     KEEP the limit where it is
      *    30 to 49     DECREASE the limit by a quarter
      *    under 30     HOLD -- credit status to 'H', so ORDENTRY
      *                 parks the customer's orders for HELDREL
      *
      *  A customer with no limit yet scoring 30 or over gets one
      *  set (as an increase from none) at the exposure, or half
      *  again the exposure at 80 and over.  A customer already on
      *  hold is only recommended off it by an increase.
      *
      *  CRDREVW.DAT is the review report, every customer listed.
      *  Each increase, decrease, and hold also goes to CRDRECM,
      *  indexed by customer code and rebuilt every run, where the
      *  CRDAPPR console takes credit's decision on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS XREF-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT PROMISE-FILE         ASSIGN TO "PROMISE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PROMISE-STATUS.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO "OVERDUE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS OVERDUE-STATUS.
           SELECT OUTSTANDING-ORDERS   ASSIGN TO "INDATA2"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY ORDER-KEY
                                       FILE STATUS ORDER-STATUS.
           SELECT CREDIT-RECOMMENDATIONS ASSIGN TO "CRDRECM"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY REC-CUST-CODE
                                       FILE STATUS RECOMMEND-STATUS.
           SELECT CREDIT-REVIEW-REPORT ASSIGN TO "CRDREVW.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
               88  CUST-CREDIT-HOLD     VALUE 'H'.
           05  CUST-FREIGHT-TERMS      PIC X.
           05  CUST-CREDIT-LIMIT       PIC 9(3).
           05  FILLER                  PIC XX.

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

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
           05  MSTR-PLAN-AMOUNT        PIC 9(5)V99.
           05  MSTR-PLAN-FREQUENCY     PIC X.
           05  MSTR-PLAN-NEXT-DUE      PIC 9(8).
           05  MSTR-PLAN-REMAINING     PIC 99.
           05  MSTR-WRITEOFF-FLAG      PIC X.
               88  ACCOUNT-WRITTEN-OFF  VALUE 'W'.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
           05  FILLER                  PIC X(3).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
               88  PHIST-IS-PAYMENT     VALUE 'P'.
               88  PHIST-IS-REVERSAL    VALUE 'R'.
               88  PHIST-IS-NSF         VALUE 'N'.
               88  PHIST-IS-DISPUTE     VALUE 'D'.
               88  PHIST-IS-CHARGE      VALUE 'C'.
               88  PHIST-IS-CREDIT-MEMO VALUE 'M'.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PROM-ACCOUNT-NR         PIC X(8).
           05  PROM-AMOUNT             PIC 9(7)V99.
           05  PROM-PROMISE-DATE       PIC 9(8).
           05  PROM-COLLECTOR-ID       PIC X(4).
           05  PROM-STATUS             PIC X.
               88  PROMISE-WAS-BROKEN   VALUE 'B'.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC X(8).

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

       FD  OUTSTANDING-ORDERS.
       01  OUTSTANDING-ORDER-RECORD.
           05  ORDER-KEY.
               10  ORDER-DATE-YYYYMMDD    PIC 9(8).
               10  ORDER-NUMBER           PIC 9(6).
           05  ORDER-CUSTOMER-CODE        PIC X(6).
           05  ORDER-CUSTOMER-NAME        PIC X(25).
           05  ORDER-AMOUNT               PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME        PIC X(25).
           05  ORDER-SALESMAN-ID          PIC X(9).

      *  One pending recommendation per customer.  Limits are in
      *  thousands of dollars, as on CUSTMAST.  CRDAPPR fills in the
      *  decision ('A' approved, 'R' rejected), who made it, and
      *  when.
       FD  CREDIT-RECOMMENDATIONS.
       01  CREDIT-RECOMMENDATION-RECORD.
           05  REC-CUST-CODE           PIC X(6).
           05  REC-REVIEW-DATE         PIC 9(8).
           05  REC-ACTION              PIC X.
               88  REC-INCREASE         VALUE 'I'.
               88  REC-DECREASE         VALUE 'D'.
               88  REC-HOLD             VALUE 'H'.
           05  REC-SCORE               PIC 9(3).
           05  REC-DAYS-BEYOND-TERMS   PIC 9(3).
           05  REC-NSF-COUNT           PIC 99.
           05  REC-BROKEN-COUNT        PIC 99.
           05  REC-BUCKET-NR           PIC 9.
           05  REC-DISPUTE-COUNT       PIC 99.
           05  REC-EXPOSURE            PIC 9(9)V99.
           05  REC-CURRENT-LIMIT       PIC 9(3).
           05  REC-RECOMMENDED-LIMIT   PIC 9(3).
           05  REC-CURRENT-STATUS      PIC X.
           05  REC-DECISION            PIC X.
               88  REC-PENDING          VALUE ' '.
           05  REC-DECIDED-BY          PIC X(20).
           05  REC-DECIDED-DATE        PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  CREDIT-REVIEW-REPORT.
       01  CREDIT-REVIEW-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  CUSTOMER-STATUS             PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  PROMISE-STATUS              PIC XX.
       01  OVERDUE-STATUS              PIC XX.
       01  ORDER-STATUS                PIC XX.
       01  RECOMMEND-STATUS            PIC XX.
       01  CUSTOMER-EOF-STATUS         PIC X VALUE 'N'.
           88  CUSTOMER-END            VALUE 'Y'.
       01  WORK-EOF-STATUS             PIC X.
           88  WORK-FILE-END           VALUE 'Y'.
       01  HISTORY-EOF-STATUS          PIC X.
           88  HISTORY-END             VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  HISTORY-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  HISTORY-ON-HAND         VALUE 'Y'.
       01  MASTER-FOUND-SWITCH         PIC X.
           88  MASTER-FOUND            VALUE 'Y'.

       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 2000 TIMES.
               10  XLNK-CUSTOMER-CODE  PIC X(6).
               10  XLNK-BILLING-ACCOUNT PIC X(8).
       01  NR-BROKEN-ACCOUNTS          PIC 9(4) VALUE ZERO.
       01  BROKEN-SUB                  PIC 9(4).
       01  BROKEN-FOUND-SUB            PIC 9(4).
       01  BROKEN-PROMISE-TABLE.
           05  BROKEN-PROMISE-ENTRY OCCURS 2000 TIMES.
               10  BRKN-ACCOUNT-NR     PIC X(8).
               10  BRKN-COUNT          PIC 99.
       01  NR-OVERDUE-ACCOUNTS         PIC 9(4) VALUE ZERO.
       01  OVERDUE-SUB                 PIC 9(4).
       01  OVERDUE-FOUND-SUB           PIC 9(4).
       01  OVERDUE-ACCOUNT-TABLE.
           05  OVERDUE-ACCOUNT-ENTRY OCCURS 2000 TIMES.
               10  OVDA-ACCOUNT-NR     PIC X(8).
               10  OVDA-BUCKET-NR      PIC 9.
       01  NR-ORDER-CUSTOMERS          PIC 9(4) VALUE ZERO.
       01  ORDER-SUB                   PIC 9(4).
       01  ORDER-FOUND-SUB             PIC 9(4).
       01  OPEN-ORDER-TABLE.
           05  OPEN-ORDER-ENTRY OCCURS 2000 TIMES.
               10  OORD-CUSTOMER-CODE  PIC X(6).
               10  OORD-AMOUNT         PIC 9(9)V99.

       01  BILLING-ACCOUNT             PIC X(8).
       01  DAYS-WORK                   PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  BUCKET-NR                   PIC 9.
       01  OWED-SINCE-DATE             PIC 9(8).
       01  RUNNING-OWED                PIC S9(9)V99.
       01  PAYMENTS-COUNTED            PIC 9(5).
       01  DAYS-BEYOND-TOTAL           PIC 9(7).
       01  AVERAGE-DAYS-BEYOND         PIC 9(5).
       01  NSF-COUNT                   PIC 99.
       01  DISPUTE-COUNT               PIC 99.
       01  BROKEN-COUNT                PIC 99.
       01  DISPUTE-STANDING-SWITCH     PIC X.
           88  DISPUTE-STANDING        VALUE 'Y'.
       01  WRITTEN-OFF-SWITCH          PIC X.
           88  WRITTEN-OFF             VALUE 'Y'.
       01  BALANCE-DUE-WORK            PIC 9(7)V99.
       01  OPEN-ORDER-AMOUNT           PIC 9(9)V99.
       01  EXPOSURE-AMOUNT             PIC 9(9)V99.
       01  SCORE-WORK                  PIC S9(5).
       01  PENALTY-WORK                PIC 9(5).
       01  CREDIT-SCORE                PIC 9(3).
       01  CURRENT-LIMIT               PIC 9(3).
       01  RECOMMENDED-LIMIT           PIC 9(3).
       01  TARGET-LIMIT                PIC 9(7).
       01  QUARTER-STEP                PIC 9(3).
       01  RECOMMENDED-ACTION          PIC X.
           88  ACTION-INCREASE         VALUE 'I'.
           88  ACTION-DECREASE         VALUE 'D'.
           88  ACTION-HOLD             VALUE 'H'.
           88  ACTION-KEEP             VALUE 'K'.

       01  CUSTOMERS-REVIEWED          PIC 9(5) VALUE ZERO.
       01  INCREASE-COUNT              PIC 9(5) VALUE ZERO.
       01  DECREASE-COUNT              PIC 9(5) VALUE ZERO.
       01  HOLD-COUNT                  PIC 9(5) VALUE ZERO.
       01  KEEP-COUNT                  PIC 9(5) VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(24) VALUE
               'MONTHLY CREDIT REVIEW  '.
           05  HDG-DATE                PIC 9(8).
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(50) VALUE
               'CUST   NAME                 CR SCR DBT NS BP B DS'.
           05  FILLER                  PIC X(50) VALUE
               '      EXPOSURE   LIMIT      NEW  ACTION'.
       01  REPORT-DETAIL-LINE.
           05  RPT-CUST-CODE           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-CUST-NAME           PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-CREDIT-STATUS       PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-SCORE               PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-DAYS-BEYOND         PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-NSF-COUNT           PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-BROKEN-COUNT        PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-BUCKET-NR           PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-DISPUTE-COUNT       PIC Z9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-LIMIT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-NEW-LIMIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-ACTION              PIC X(8).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'REVIEWED: '.
           05  TOT-REVIEWED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  INCREASES: '.
           05  TOT-INCREASE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  DECREASES: '.
           05  TOT-DECREASE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE '  HOLDS: '.
           05  TOT-HOLD                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE '  KEEP: '.
           05  TOT-KEEP                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CRDREVW: UNABLE TO OPEN CUSTMAST, STATUS: '
                   CUSTOMER-STATUS
               STOP RUN.
           PERFORM 0100-LOAD-CROSS-REFERENCE.
           PERFORM 0120-LOAD-BROKEN-PROMISES.
           PERFORM 0140-LOAD-OVERDUE-ACCOUNTS.
           PERFORM 0160-LOAD-OPEN-ORDERS.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-ON-HAND-SWITCH.
           OPEN OUTPUT CREDIT-RECOMMENDATIONS
                       CREDIT-REVIEW-REPORT.
           MOVE CURRENT-DATE-INTEGER TO HDG-DATE.
           WRITE CREDIT-REVIEW-LINE FROM REPORT-HEADING.
           MOVE SPACES TO CREDIT-REVIEW-LINE.
           WRITE CREDIT-REVIEW-LINE AFTER ADVANCING 1 LINE.
           WRITE CREDIT-REVIEW-LINE FROM COLUMN-HEADING.
           PERFORM 0800-READ-CUSTOMER.
           PERFORM 0200-REVIEW-ONE-CUSTOMER
               UNTIL CUSTOMER-END.
           MOVE SPACES TO CREDIT-REVIEW-LINE.
           WRITE CREDIT-REVIEW-LINE AFTER ADVANCING 1 LINE.
           MOVE CUSTOMERS-REVIEWED TO TOT-REVIEWED.
           MOVE INCREASE-COUNT TO TOT-INCREASE.
           MOVE DECREASE-COUNT TO TOT-DECREASE.
           MOVE HOLD-COUNT TO TOT-HOLD.
           MOVE KEEP-COUNT TO TOT-KEEP.
           WRITE CREDIT-REVIEW-LINE FROM REPORT-TOTAL-LINE.
           CLOSE CUSTOMER-MASTER
                 CREDIT-RECOMMENDATIONS
                 CREDIT-REVIEW-REPORT.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
           IF HISTORY-ON-HAND
               CLOSE PAYMENT-HISTORY-FILE.
           DISPLAY 'CRDREVW: ' CUSTOMERS-REVIEWED
               ' CUSTOMERS REVIEWED, '
               INCREASE-COUNT ' INCREASES, '
               DECREASE-COUNT ' DECREASES, '
               HOLD-COUNT ' HOLDS TO CRDAPPR'.
           STOP RUN.

      *  Only links that carry both a customer code and a billing
      *  account are any use here.
       0100-LOAD-CROSS-REFERENCE.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WORK-EOF-STATUS.
           PERFORM UNTIL WORK-FILE-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WORK-EOF-STATUS
                   NOT AT END
                       IF ECX-CUSTOMER-CODE NOT = SPACES
                         AND ECX-BILLING-ACCOUNT NOT = SPACES
                         AND NR-XREF-LINKS < 2000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-CUSTOMER-CODE
                               TO XLNK-CUSTOMER-CODE (NR-XREF-LINKS)
                           MOVE ECX-BILLING-ACCOUNT
                               TO XLNK-BILLING-ACCOUNT (NR-XREF-LINKS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.

       0120-LOAD-BROKEN-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF PROMISE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WORK-EOF-STATUS.
           PERFORM UNTIL WORK-FILE-END
               READ PROMISE-FILE
                   AT END
                       MOVE 'Y' TO WORK-EOF-STATUS
                   NOT AT END
                       IF PROMISE-WAS-BROKEN
                         AND PROM-SETTLED-DATE NUMERIC
                           PERFORM 0130-COUNT-BROKEN-PROMISE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMISE-FILE.

       0130-COUNT-BROKEN-PROMISE.
           CALL 'DATEARTH' USING PROM-SETTLED-DATE
               CURRENT-DATE-INTEGER DAYS-WORK ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR DAYS-WORK > 365
               EXIT PARAGRAPH.
           MOVE ZERO TO BROKEN-FOUND-SUB.
           PERFORM VARYING BROKEN-SUB FROM 1 BY 1
               UNTIL BROKEN-SUB > NR-BROKEN-ACCOUNTS
                  OR BROKEN-FOUND-SUB > ZERO
               IF BRKN-ACCOUNT-NR (BROKEN-SUB) = PROM-ACCOUNT-NR
                   MOVE BROKEN-SUB TO BROKEN-FOUND-SUB
               END-IF
           END-PERFORM.
           IF BROKEN-FOUND-SUB = ZERO
             AND NR-BROKEN-ACCOUNTS < 2000
               ADD 1 TO NR-BROKEN-ACCOUNTS
               MOVE NR-BROKEN-ACCOUNTS TO BROKEN-FOUND-SUB
               MOVE PROM-ACCOUNT-NR
                   TO BRKN-ACCOUNT-NR (NR-BROKEN-ACCOUNTS)
               MOVE ZERO TO BRKN-COUNT (NR-BROKEN-ACCOUNTS).
           IF BROKEN-FOUND-SUB > ZERO
             AND BRKN-COUNT (BROKEN-FOUND-SUB) < 99
               ADD 1 TO BRKN-COUNT (BROKEN-FOUND-SUB).

      *  OVERDUE.DAT is what AGERPT aged tonight.  An account listed
      *  more than once takes its oldest bucket; NSF items are aged
      *  separately by AGERPT and are counted here from PAYHIST.
       0140-LOAD-OVERDUE-ACCOUNTS.
           OPEN INPUT PAYMENT-OVERDUE-REPORT.
           IF OVERDUE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WORK-EOF-STATUS.
           PERFORM UNTIL WORK-FILE-END
               READ PAYMENT-OVERDUE-REPORT
                   AT END
                       MOVE 'Y' TO WORK-EOF-STATUS
                   NOT AT END
                       IF NOT OVRDUE-IS-NSF
                         AND OVRDUE-ACCOUNT-NR NOT = SPACES
                           PERFORM 0150-BUCKET-OVERDUE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-OVERDUE-REPORT.

       0150-BUCKET-OVERDUE-ACCOUNT.
           CALL 'DATEARTH' USING OVRDUE-BILLED-DATE
               CURRENT-DATE-INTEGER DAYS-WORK ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
               MOVE ZERO TO DAYS-WORK.
           EVALUATE TRUE
               WHEN DAYS-WORK <= 30
                   MOVE 1 TO BUCKET-NR
               WHEN DAYS-WORK <= 60
                   MOVE 2 TO BUCKET-NR
               WHEN DAYS-WORK <= 90
                   MOVE 3 TO BUCKET-NR
               WHEN DAYS-WORK <= 120
                   MOVE 4 TO BUCKET-NR
               WHEN OTHER
                   MOVE 5 TO BUCKET-NR
           END-EVALUATE.
           MOVE ZERO TO OVERDUE-FOUND-SUB.
           PERFORM VARYING OVERDUE-SUB FROM 1 BY 1
               UNTIL OVERDUE-SUB > NR-OVERDUE-ACCOUNTS
                  OR OVERDUE-FOUND-SUB > ZERO
               IF OVDA-ACCOUNT-NR (OVERDUE-SUB) = OVRDUE-ACCOUNT-NR
                   MOVE OVERDUE-SUB TO OVERDUE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF OVERDUE-FOUND-SUB > ZERO
               IF BUCKET-NR > OVDA-BUCKET-NR (OVERDUE-FOUND-SUB)
                   MOVE BUCKET-NR TO OVDA-BUCKET-NR (OVERDUE-FOUND-SUB)
               END-IF
           ELSE
           IF NR-OVERDUE-ACCOUNTS < 2000
               ADD 1 TO NR-OVERDUE-ACCOUNTS
               MOVE OVRDUE-ACCOUNT-NR
                   TO OVDA-ACCOUNT-NR (NR-OVERDUE-ACCOUNTS)
               MOVE BUCKET-NR TO OVDA-BUCKET-NR (NR-OVERDUE-ACCOUNTS).

       0160-LOAD-OPEN-ORDERS.
           OPEN INPUT OUTSTANDING-ORDERS.
           IF ORDER-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO WORK-EOF-STATUS.
           PERFORM UNTIL WORK-FILE-END
               READ OUTSTANDING-ORDERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WORK-EOF-STATUS
                   NOT AT END
                       PERFORM 0170-ADD-OPEN-ORDER
               END-READ
           END-PERFORM.
           CLOSE OUTSTANDING-ORDERS.

       0170-ADD-OPEN-ORDER.
           IF ORDER-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH.
           MOVE ZERO TO ORDER-FOUND-SUB.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > NR-ORDER-CUSTOMERS
                  OR ORDER-FOUND-SUB > ZERO
               IF OORD-CUSTOMER-CODE (ORDER-SUB) = ORDER-CUSTOMER-CODE
                   MOVE ORDER-SUB TO ORDER-FOUND-SUB
               END-IF
           END-PERFORM.
           IF ORDER-FOUND-SUB = ZERO
             AND NR-ORDER-CUSTOMERS < 2000
               ADD 1 TO NR-ORDER-CUSTOMERS
               MOVE NR-ORDER-CUSTOMERS TO ORDER-FOUND-SUB
               MOVE ORDER-CUSTOMER-CODE
                   TO OORD-CUSTOMER-CODE (NR-ORDER-CUSTOMERS)
               MOVE ZERO TO OORD-AMOUNT (NR-ORDER-CUSTOMERS).
           IF ORDER-FOUND-SUB > ZERO
               ADD ORDER-AMOUNT TO OORD-AMOUNT (ORDER-FOUND-SUB).

       0200-REVIEW-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-REVIEWED.
           IF CUST-CREDIT-LIMIT NUMERIC
               MOVE CUST-CREDIT-LIMIT TO CURRENT-LIMIT
           ELSE
               MOVE ZERO TO CURRENT-LIMIT.
           PERFORM 0250-FIND-BILLING-ACCOUNT.
           PERFORM 0300-READ-BILLING-MASTER.
           PERFORM 0350-SCAN-PAYMENT-HISTORY.
           PERFORM 0400-LOOK-UP-COLLECTIONS.
           PERFORM 0450-COMPUTE-EXPOSURE.
           PERFORM 0500-SCORE-CUSTOMER.
           PERFORM 0600-RECOMMEND-LIMIT.
           PERFORM 0700-REPORT-CUSTOMER.
           IF NOT ACTION-KEEP
               PERFORM 0750-WRITE-RECOMMENDATION.
           PERFORM 0800-READ-CUSTOMER.

       0250-FIND-BILLING-ACCOUNT.
           MOVE CUST-CODE TO BILLING-ACCOUNT.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
               IF XLNK-CUSTOMER-CODE (XREF-SUB) = CUST-CODE
                   MOVE XLNK-BILLING-ACCOUNT (XREF-SUB)
                       TO BILLING-ACCOUNT
                   MOVE NR-XREF-LINKS TO XREF-SUB
               END-IF
           END-PERFORM.

       0300-READ-BILLING-MASTER.
           MOVE 'N' TO MASTER-FOUND-SWITCH
                       DISPUTE-STANDING-SWITCH
                       WRITTEN-OFF-SWITCH.
           MOVE ZERO TO BALANCE-DUE-WORK.
           IF NOT MASTER-ON-HAND
               EXIT PARAGRAPH.
           MOVE BILLING-ACCOUNT TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SWITCH
           END-READ.
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH.
           IF MSTR-BALANCE-DUE NUMERIC
               MOVE MSTR-BALANCE-DUE TO BALANCE-DUE-WORK.
           IF MSTR-DISPUTED-AMOUNT NUMERIC
             AND MSTR-DISPUTED-AMOUNT > ZERO
               MOVE 'Y' TO DISPUTE-STANDING-SWITCH.
           IF ACCOUNT-WRITTEN-OFF
               MOVE 'Y' TO WRITTEN-OFF-SWITCH.

      *  The whole history is walked, oldest first, to know which
      *  charge a payment is paying; only the last year's payments,
      *  NSF items and disputes are counted.  A payment pays the
      *  oldest charge still owing, so its days beyond terms run
      *  from that charge's posting.
       0350-SCAN-PAYMENT-HISTORY.
           MOVE ZERO TO OWED-SINCE-DATE RUNNING-OWED
                        PAYMENTS-COUNTED DAYS-BEYOND-TOTAL
                        AVERAGE-DAYS-BEYOND NSF-COUNT DISPUTE-COUNT.
           IF NOT HISTORY-ON-HAND
               EXIT PARAGRAPH.
           MOVE 'N' TO HISTORY-EOF-STATUS.
           MOVE BILLING-ACCOUNT TO PHIST-ACCOUNT-NR.
           MOVE ZERO TO PHIST-POSTED-DATE PHIST-POSTING-SEQ.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-STATUS
           END-START.
           PERFORM UNTIL HISTORY-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-STATUS
                   NOT AT END
                       IF PHIST-ACCOUNT-NR NOT = BILLING-ACCOUNT
                           MOVE 'Y' TO HISTORY-EOF-STATUS
                       ELSE
                           PERFORM 0370-APPLY-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           IF PAYMENTS-COUNTED > ZERO
               COMPUTE AVERAGE-DAYS-BEYOND =
                   DAYS-BEYOND-TOTAL / PAYMENTS-COUNTED.

       0370-APPLY-HISTORY-ITEM.
           CALL 'DATEARTH' USING PHIST-POSTED-DATE
               CURRENT-DATE-INTEGER DAYS-WORK ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
               MOVE 9999 TO DAYS-WORK.
           EVALUATE TRUE
               WHEN PHIST-IS-CHARGE
                   IF RUNNING-OWED NOT > ZERO
                       MOVE ZERO TO RUNNING-OWED
                       MOVE PHIST-POSTED-DATE TO OWED-SINCE-DATE
                   END-IF
                   ADD PHIST-AMOUNT TO RUNNING-OWED
               WHEN PHIST-IS-PAYMENT
                   IF DAYS-WORK NOT > 365
                       PERFORM 0380-TIME-ONE-PAYMENT
                   END-IF
                   SUBTRACT PHIST-AMOUNT FROM RUNNING-OWED
               WHEN PHIST-IS-CREDIT-MEMO
                   SUBTRACT PHIST-AMOUNT FROM RUNNING-OWED
               WHEN PHIST-IS-REVERSAL
                   ADD PHIST-AMOUNT TO RUNNING-OWED
               WHEN PHIST-IS-NSF
                   ADD PHIST-AMOUNT TO RUNNING-OWED
                   IF DAYS-WORK NOT > 365 AND NSF-COUNT < 99
                       ADD 1 TO NSF-COUNT
                   END-IF
               WHEN PHIST-IS-DISPUTE
                   IF DAYS-WORK NOT > 365 AND DISPUTE-COUNT < 99
                       ADD 1 TO DISPUTE-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RUNNING-OWED NOT > ZERO
               MOVE ZERO TO OWED-SINCE-DATE.

       0380-TIME-ONE-PAYMENT.
           ADD 1 TO PAYMENTS-COUNTED.
           IF OWED-SINCE-DATE = ZERO
               EXIT PARAGRAPH.
           CALL 'DATEARTH' USING OWED-SINCE-DATE
               PHIST-POSTED-DATE DAYS-WORK ARTH-STATUS.
           IF ARTH-DATES-VALID AND DAYS-WORK > 30
               COMPUTE DAYS-BEYOND-TOTAL =
                   DAYS-BEYOND-TOTAL + DAYS-WORK - 30.

       0400-LOOK-UP-COLLECTIONS.
           MOVE ZERO TO BROKEN-COUNT BUCKET-NR.
           PERFORM VARYING BROKEN-SUB FROM 1 BY 1
               UNTIL BROKEN-SUB > NR-BROKEN-ACCOUNTS
               IF BRKN-ACCOUNT-NR (BROKEN-SUB) = BILLING-ACCOUNT
                   MOVE BRKN-COUNT (BROKEN-SUB) TO BROKEN-COUNT
                   MOVE NR-BROKEN-ACCOUNTS TO BROKEN-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING OVERDUE-SUB FROM 1 BY 1
               UNTIL OVERDUE-SUB > NR-OVERDUE-ACCOUNTS
               IF OVDA-ACCOUNT-NR (OVERDUE-SUB) = BILLING-ACCOUNT
                   MOVE OVDA-BUCKET-NR (OVERDUE-SUB) TO BUCKET-NR
                   MOVE NR-OVERDUE-ACCOUNTS TO OVERDUE-SUB
               END-IF
           END-PERFORM.

       0450-COMPUTE-EXPOSURE.
           MOVE ZERO TO OPEN-ORDER-AMOUNT.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > NR-ORDER-CUSTOMERS
               IF OORD-CUSTOMER-CODE (ORDER-SUB) = CUST-CODE
                   MOVE OORD-AMOUNT (ORDER-SUB) TO OPEN-ORDER-AMOUNT
                   MOVE NR-ORDER-CUSTOMERS TO ORDER-SUB
               END-IF
           END-PERFORM.
           COMPUTE EXPOSURE-AMOUNT =
               BALANCE-DUE-WORK + OPEN-ORDER-AMOUNT.

       0500-SCORE-CUSTOMER.
           MOVE 100 TO SCORE-WORK.
           IF AVERAGE-DAYS-BEYOND > 30
               SUBTRACT 30 FROM SCORE-WORK
           ELSE
               SUBTRACT AVERAGE-DAYS-BEYOND FROM SCORE-WORK.
           COMPUTE PENALTY-WORK = NSF-COUNT * 10.
           IF PENALTY-WORK > 30
               MOVE 30 TO PENALTY-WORK.
           SUBTRACT PENALTY-WORK FROM SCORE-WORK.
           COMPUTE PENALTY-WORK = BROKEN-COUNT * 10.
           IF PENALTY-WORK > 30
               MOVE 30 TO PENALTY-WORK.
           SUBTRACT PENALTY-WORK FROM SCORE-WORK.
           EVALUATE BUCKET-NR
               WHEN 1
                   SUBTRACT 5 FROM SCORE-WORK
               WHEN 2
                   SUBTRACT 15 FROM SCORE-WORK
               WHEN 3
                   SUBTRACT 25 FROM SCORE-WORK
               WHEN 4
                   SUBTRACT 35 FROM SCORE-WORK
               WHEN 5
                   SUBTRACT 50 FROM SCORE-WORK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE PENALTY-WORK = DISPUTE-COUNT * 5.
           IF PENALTY-WORK > 15
               MOVE 15 TO PENALTY-WORK.
           SUBTRACT PENALTY-WORK FROM SCORE-WORK.
           IF DISPUTE-STANDING
               SUBTRACT 10 FROM SCORE-WORK.
           IF PAYMENTS-COUNTED = ZERO
             AND SCORE-WORK > 70
               MOVE 70 TO SCORE-WORK.
           IF WRITTEN-OFF OR SCORE-WORK < ZERO
               MOVE ZERO TO SCORE-WORK.
           MOVE SCORE-WORK TO CREDIT-SCORE.

      *  TARGET-LIMIT is the exposure in thousands, rounded up --
      *  half again over it for a good score.
       0600-RECOMMEND-LIMIT.
           MOVE 'K' TO RECOMMENDED-ACTION.
           MOVE CURRENT-LIMIT TO RECOMMENDED-LIMIT.
           IF CREDIT-SCORE >= 80
               COMPUTE TARGET-LIMIT =
                   (EXPOSURE-AMOUNT * 1.5 + 999.99) / 1000
           ELSE
               COMPUTE TARGET-LIMIT =
                   (EXPOSURE-AMOUNT + 999.99) / 1000.
           IF TARGET-LIMIT = ZERO
               MOVE 1 TO TARGET-LIMIT.
           IF TARGET-LIMIT > 999
               MOVE 999 TO TARGET-LIMIT.
           EVALUATE TRUE
               WHEN CREDIT-SCORE < 30
                   IF NOT CUST-CREDIT-HOLD
                       MOVE 'H' TO RECOMMENDED-ACTION
                   END-IF
               WHEN CURRENT-LIMIT = ZERO
                   MOVE TARGET-LIMIT TO RECOMMENDED-LIMIT
                   MOVE 'I' TO RECOMMENDED-ACTION
               WHEN CREDIT-SCORE >= 80
                   IF EXPOSURE-AMOUNT * 4 > CURRENT-LIMIT * 3000
                     AND CURRENT-LIMIT < 999
                       COMPUTE QUARTER-STEP = (CURRENT-LIMIT + 3) / 4
                       IF TARGET-LIMIT < CURRENT-LIMIT + QUARTER-STEP
                           COMPUTE TARGET-LIMIT =
                               CURRENT-LIMIT + QUARTER-STEP
                       END-IF
                       IF TARGET-LIMIT > 999
                           MOVE 999 TO TARGET-LIMIT
                       END-IF
                       MOVE TARGET-LIMIT TO RECOMMENDED-LIMIT
                       MOVE 'I' TO RECOMMENDED-ACTION
                   END-IF
               WHEN CREDIT-SCORE < 50
                   IF CURRENT-LIMIT > 1
                       COMPUTE RECOMMENDED-LIMIT =
                           CURRENT-LIMIT * 3 / 4
                       MOVE 'D' TO RECOMMENDED-ACTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACTION-INCREASE
                   ADD 1 TO INCREASE-COUNT
               WHEN ACTION-DECREASE
                   ADD 1 TO DECREASE-COUNT
               WHEN ACTION-HOLD
                   ADD 1 TO HOLD-COUNT
               WHEN OTHER
                   ADD 1 TO KEEP-COUNT
           END-EVALUATE.

       0700-REPORT-CUSTOMER.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE CUST-CODE TO RPT-CUST-CODE.
           MOVE CUST-NAME TO RPT-CUST-NAME.
           MOVE CUST-CREDIT-STATUS TO RPT-CREDIT-STATUS.
           MOVE CREDIT-SCORE TO RPT-SCORE.
           IF AVERAGE-DAYS-BEYOND > 999
               MOVE 999 TO RPT-DAYS-BEYOND
           ELSE
               MOVE AVERAGE-DAYS-BEYOND TO RPT-DAYS-BEYOND.
           MOVE NSF-COUNT TO RPT-NSF-COUNT.
           MOVE BROKEN-COUNT TO RPT-BROKEN-COUNT.
           MOVE BUCKET-NR TO RPT-BUCKET-NR.
           MOVE DISPUTE-COUNT TO RPT-DISPUTE-COUNT.
           MOVE EXPOSURE-AMOUNT TO RPT-EXPOSURE.
           COMPUTE RPT-LIMIT = CURRENT-LIMIT * 1000.
           COMPUTE RPT-NEW-LIMIT = RECOMMENDED-LIMIT * 1000.
           EVALUATE TRUE
               WHEN ACTION-INCREASE
                   MOVE 'INCREASE' TO RPT-ACTION
               WHEN ACTION-DECREASE
                   MOVE 'DECREASE' TO RPT-ACTION
               WHEN ACTION-HOLD
                   MOVE 'HOLD' TO RPT-ACTION
               WHEN OTHER
                   MOVE 'KEEP' TO RPT-ACTION
           END-EVALUATE.
           WRITE CREDIT-REVIEW-LINE FROM REPORT-DETAIL-LINE.

       0750-WRITE-RECOMMENDATION.
           MOVE SPACES TO CREDIT-RECOMMENDATION-RECORD.
           MOVE CUST-CODE TO REC-CUST-CODE.
           MOVE CURRENT-DATE-INTEGER TO REC-REVIEW-DATE.
           MOVE RECOMMENDED-ACTION TO REC-ACTION.
           MOVE CREDIT-SCORE TO REC-SCORE.
           IF AVERAGE-DAYS-BEYOND > 999
               MOVE 999 TO REC-DAYS-BEYOND-TERMS
           ELSE
               MOVE AVERAGE-DAYS-BEYOND TO REC-DAYS-BEYOND-TERMS.
           MOVE NSF-COUNT TO REC-NSF-COUNT.
           MOVE BROKEN-COUNT TO REC-BROKEN-COUNT.
           MOVE BUCKET-NR TO REC-BUCKET-NR.
           MOVE DISPUTE-COUNT TO REC-DISPUTE-COUNT.
           MOVE EXPOSURE-AMOUNT TO REC-EXPOSURE.
           MOVE CURRENT-LIMIT TO REC-CURRENT-LIMIT.
           MOVE RECOMMENDED-LIMIT TO REC-RECOMMENDED-LIMIT.
           MOVE CUST-CREDIT-STATUS TO REC-CURRENT-STATUS.
           MOVE ZERO TO REC-DECIDED-DATE.
           WRITE CREDIT-RECOMMENDATION-RECORD
               INVALID KEY
                   DISPLAY 'CRDREVW: RECOMMENDATION NOT WRITTEN FOR '
                       CUST-CODE ', STATUS ' RECOMMEND-STATUS
           END-WRITE.

       0800-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO CUSTOMER-EOF-STATUS.
