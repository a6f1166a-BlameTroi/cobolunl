       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Cashfcst.

      *  Thirteen-week cash receipts forecast for treasury, run on
      *  Monday (or with RUNDATE.DAT set to the Monday wanted).
      *  Week 1 starts on the business date.  CASHFCST.DAT shows,
      *  week by week, the receipts expected from four sources:
      *
      *    PLANS        each installment still to come on an active
      *                 payment plan (BILLMSTR.DAT plan amount,
      *                 frequency, and next due date, stepped the
      *                 way BILLUPDT steps them), never more than
      *                 the balance left to pay;
      *    PROMISES     open promises on PROMISE.DAT, in the week
      *                 they are promised for;
      *    INVOICES     invoices INVGEN billed (open items from
      *                 source INV on OPENITEM.DAT) not yet past
      *                 their NET 30 due date, in the week they fall
      *                 due, for what is still unpaid on them;
      *    UNSCHEDULED  the overdue balance in each AGERPT bucket
      *                 (the latest AGEHIST.DAT snapshot), less what
      *                 the promises and invoices above already
      *                 count, collected week by week at that
      *                 bucket's own historical weekly rate.
      *
      *  A bucket's rate is what was paid over the last thirteen
      *  weeks of PAYHIST.DAT on accounts sitting in that bucket --
      *  the bucket COLLASGN recorded for the account on
      *  ASGNHIST.DAT the night before the payment posted -- as a
      *  share of the bucket's average balance over the same weeks
      *  on AGEHIST.DAT.  The rates print under the forecast.
      *
      *  Every run appends its thirteen weeks to FCSTHIST.DAT.  The
      *  variance section takes the latest forecast made before
      *  today for the week just ended and sets it against what
      *  BILLUPDT actually posted to PAYHIST.DAT that week --
      *  payments less reversals and NSF items.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT OPEN-ITEM-FILE       ASSIGN TO "OPENITEM.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OPEN-KEY
                                       FILE STATUS IS OPENITEM-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS
                                           PAY-HIST-STATUS.
           SELECT PROMISE-FILE         ASSIGN TO "PROMISE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PROMISE-STATUS.
           SELECT AGING-HISTORY        ASSIGN TO "AGEHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           AGING-HIST-STATUS.
           SELECT ASSIGNMENT-HISTORY   ASSIGN TO "ASGNHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           ASGN-HIST-STATUS.
           SELECT FORECAST-HISTORY     ASSIGN TO "FCSTHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           FCST-HIST-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT FORECAST-REPORT      ASSIGN TO "CASHFCST.DAT"
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
               88  PLAN-IS-WEEKLY       VALUE 'W'.
               88  PLAN-IS-MONTHLY      VALUE 'M'.
               88  PLAN-IS-QUARTERLY    VALUE 'Q'.
           05  MSTR-PLAN-NEXT-DUE      PIC 9(8).
           05  MSTR-PLAN-REMAINING     PIC 99.
           05  MSTR-WRITEOFF-FLAG      PIC X.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
           05  FILLER                  PIC X(3).

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
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PROM-ACCOUNT-NR         PIC X(8).
           05  PROM-AMOUNT             PIC 9(7)V99.
           05  PROM-PROMISE-DATE       PIC 9(8).
           05  PROM-COLLECTOR-ID       PIC X(4).
           05  PROM-STATUS             PIC X.
               88  PROMISE-IS-OPEN      VALUE 'O'.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC 9(8).

       FD  AGING-HISTORY.
       01  AGING-HISTORY-RECORD.
           05  AGH-BUSINESS-DATE       PIC 9(8).
           05  AGH-BUCKET-ITEM OCCURS 5 TIMES.
               10  AGH-BUCKET-COUNT    PIC 9(5).
               10  AGH-BUCKET-AMOUNT   PIC 9(9)V99.

       FD  ASSIGNMENT-HISTORY.
       01  ASSIGNMENT-HISTORY-RECORD.
           05  AHST-CHANGE-DATE        PIC 9(8).
           05  AHST-ACCOUNT-NR         PIC X(8).
           05  AHST-COLLECTOR-ID       PIC X(4).
           05  AHST-BUCKET-NR          PIC 9.

      *  One record per forecast week per run.
       FD  FORECAST-HISTORY.
       01  FORECAST-HISTORY-RECORD.
           05  FCH-RUN-DATE            PIC 9(8).
           05  FCH-WEEK-START          PIC 9(8).
           05  FCH-SOURCE-AMOUNT       PIC 9(9)V99 OCCURS 4 TIMES.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  OPENITEM-STATUS             PIC XX.
       01  PAY-HIST-STATUS             PIC XX.
       01  PROMISE-STATUS              PIC XX.
       01  AGING-HIST-STATUS           PIC XX.
       01  ASGN-HIST-STATUS            PIC XX.
       01  FCST-HIST-STATUS            PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  MASTER-EOF-STATUS           PIC X VALUE 'N'.
           88  MASTER-END              VALUE 'Y'.
       01  OPENITEM-EOF-STATUS         PIC X VALUE 'N'.
           88  OPENITEM-END            VALUE 'Y'.
       01  PAY-HIST-EOF-STATUS         PIC X VALUE 'N'.
           88  PAY-HIST-END            VALUE 'Y'.
       01  PROMISE-EOF-STATUS          PIC X VALUE 'N'.
           88  PROMISE-END             VALUE 'Y'.
       01  AGING-HIST-EOF-STATUS       PIC X VALUE 'N'.
           88  AGING-HIST-END          VALUE 'Y'.
       01  ASGN-HIST-EOF-STATUS        PIC X VALUE 'N'.
           88  ASGN-HIST-END           VALUE 'Y'.
       01  FCST-HIST-EOF-STATUS        PIC X VALUE 'N'.
           88  FCST-HIST-END           VALUE 'Y'.

       01  BUSINESS-DATE               PIC 9(8).
       01  START-INTEGER               PIC 9(8).
       01  HORIZON-INTEGER             PIC 9(8).
       01  LOOKBACK-INTEGER            PIC 9(8).
       01  LOOKBACK-DATE               PIC 9(8).
       01  LAST-WEEK-DATE              PIC 9(8).
       01  DATE-INTEGER                PIC 9(8).
       01  WEEK-SUB                    PIC 99.
       01  SOURCE-SUB                  PIC 9.
       01  BUCKET-SUB                  PIC 9.

      *  Installment dates step in PLAN-DUE-WORK the way BILLUPDT
      *  advances MSTR-IN-PLAN-NEXT-DUE.
       01  PLAN-DUE-WORK.
           05  PLAN-DUE-YEAR           PIC 9999.
           05  PLAN-DUE-MONTH          PIC 99.
           05  PLAN-DUE-DAY            PIC 99.
       01  PLAN-DUE-WORK-NUM REDEFINES PLAN-DUE-WORK
                                       PIC 9(8).
       01  PLAN-DUE-INTEGER            PIC 9(8).
       01  DATE-EDIT-SWITCH            PIC X.
       01  PLAN-BALANCE-LEFT           PIC 9(7)V99.
       01  PLAN-INSTALLMENTS-LEFT      PIC 99.
       01  INSTALLMENT-AMOUNT          PIC 9(7)V99.

       01  LOOKUP-ACCOUNT-NR           PIC X(8).
       01  LOOKUP-DATE                 PIC 9(8).
       01  FOUND-BUCKET-NR             PIC 9.
       01  NR-HISTORY-ENTRIES          PIC 9(4) VALUE ZERO.
       01  HISTORY-OVERFLOW-COUNT      PIC 9(5) VALUE ZERO.
       01  HIST-SUB                    PIC 9(4).
       01  HIST-FOUND-SUB              PIC 9(4).
       01  HISTORY-TABLE-AREA.
           05  HISTORY-ENTRY OCCURS 5000 TIMES.
               10  HTBL-CHANGE-DATE    PIC 9(8).
               10  HTBL-ACCOUNT-NR     PIC X(8).
               10  HTBL-COLLECTOR-ID   PIC X(4).
               10  HTBL-BUCKET-NR      PIC 9.

       01  SNAPSHOT-COUNT              PIC 9(5) VALUE ZERO.
       01  FIRST-SNAPSHOT-DATE         PIC 9(8) VALUE ZERO.
       01  LATEST-SNAPSHOT-DATE        PIC 9(8) VALUE ZERO.
       01  OBSERVED-WEEKS              PIC 99V99.
       01  BUCKET-RATE-AREA.
           05  BUCKET-RATE-ENTRY OCCURS 5 TIMES.
               10  BRT-PAID            PIC S9(9)V99.
               10  BRT-BALANCE-SUM     PIC 9(13)V99.
               10  BRT-AVERAGE         PIC 9(9)V99.
               10  BRT-WEEKLY-RATE     PIC 9V9(6).
               10  BRT-LATEST          PIC 9(9)V99.
               10  BRT-BASE            PIC S9(9)V99.
       01  WEEK-COLLECTED              PIC 9(9)V99.
       01  UNSCHEDULED-LEFT            PIC 9(9)V99.
       01  RATE-PCT                    PIC 999V99.

       01  WEEK-TABLE-AREA.
           05  WEEK-ENTRY OCCURS 13 TIMES.
               10  WK-START-DATE       PIC 9(8).
               10  WK-SOURCE-AMOUNT    PIC 9(9)V99 OCCURS 4 TIMES.
       01  SOURCE-TOTALS.
           05  SRC-TOTAL               PIC 9(11)V99 OCCURS 4 TIMES.
       01  LINE-TOTAL                  PIC 9(11)V99.
       01  GRAND-TOTAL                 PIC 9(11)V99 VALUE ZERO.

       01  PRIOR-FORECAST-SWITCH       PIC X VALUE 'N'.
           88  PRIOR-FORECAST-FOUND    VALUE 'Y'.
       01  PRIOR-FORECAST.
           05  PRF-RUN-DATE            PIC 9(8) VALUE ZERO.
           05  PRF-SOURCE-AMOUNT       PIC 9(9)V99 OCCURS 4 TIMES.
       01  PRIOR-FORECAST-TOTAL        PIC 9(11)V99.
       01  LAST-WEEK-ACTUAL            PIC S9(11)V99 VALUE ZERO.
       01  VARIANCE-AMOUNT             PIC S9(11)V99.
       01  VARIANCE-PCT                PIC S9(5)V9.

       01  SOURCE-NAME-LIST.
           05  FILLER PIC X(12) VALUE 'PLANS'.
           05  FILLER PIC X(12) VALUE 'PROMISES'.
           05  FILLER PIC X(12) VALUE 'INVOICES'.
           05  FILLER PIC X(12) VALUE 'UNSCHEDULED'.
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-LIST.
           05  SOURCE-NAME             PIC X(12) OCCURS 4 TIMES.
       01  BUCKET-NAME-LIST.
           05  FILLER PIC X(13) VALUE '1-30 DAYS'.
           05  FILLER PIC X(13) VALUE '31-60 DAYS'.
           05  FILLER PIC X(13) VALUE '61-90 DAYS'.
           05  FILLER PIC X(13) VALUE '91-120 DAYS'.
           05  FILLER PIC X(13) VALUE 'OVER 120 DAYS'.
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-LIST.
           05  BUCKET-NAME             PIC X(13) OCCURS 5 TIMES.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(44) VALUE
               'CASH RECEIPTS FORECAST -- 13 WEEKS FROM     '.
           05  RPH-START-DATE          PIC 9(8).
       01  REPORT-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'WEEK OF           PLANS     PROMISES    '.
           05  FILLER                  PIC X(40) VALUE
               ' INVOICES  UNSCHEDULED          TOTAL   '.
       01  REPORT-WEEK-LINE.
           05  RPW-WEEK-START          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPW-SOURCE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99
                                           OCCURS 4 TIMES.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPW-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
       01  REPORT-RATE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'UNSCHEDULED COLLECTION RATES, WEEKLY    '.
           05  FILLER                  PIC X(40) VALUE
               'LATEST BALANCE  FORECAST BASE  RATE %   '.
       01  REPORT-RATE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RPR-BUCKET-NAME         PIC X(13).
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  RPR-LATEST              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPR-BASE                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPR-RATE-PCT            PIC ZZ9.99.
       01  REPORT-RATE-NOTE.
           05  FILLER                  PIC X(32) VALUE
               '    RATES OVER WEEKS OBSERVED:  '.
           05  RPN-WEEKS               PIC Z9.99.
       01  REPORT-VARIANCE-HEADING.
           05  FILLER                  PIC X(20) VALUE
               'VARIANCE -- WEEK OF '.
           05  RPV-WEEK-START          PIC 9(8).
           05  FILLER                  PIC X(15) VALUE
               ', FORECAST RUN '.
           05  RPV-RUN-DATE            PIC 9(8).
       01  REPORT-VARIANCE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RPX-CAPTION             PIC X(30).
           05  RPX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPX-PCT                 PIC ZZZZ9.9-.
       01  REPORT-NO-PRIOR-LINE.
           05  FILLER                  PIC X(40) VALUE
               'VARIANCE -- NO FORECAST ON FILE FOR THE '.
           05  FILLER                  PIC X(13) VALUE
               'WEEK OF      '.
           05  RPO-WEEK-START          PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0080-CLEAR-WEEK-TABLE.
           PERFORM 0100-LOAD-ASSIGNMENT-HISTORY.
           PERFORM 0200-LOAD-AGING-HISTORY.
           PERFORM 0250-FIND-LAST-WEEK-FORECAST.
           PERFORM 0300-MEASURE-COLLECTIONS.
           PERFORM 0350-COMPUTE-BUCKET-RATES.
           PERFORM 0400-PROJECT-PLANS.
           PERFORM 0500-PROJECT-PROMISES.
           PERFORM 0550-PROJECT-INVOICES.
           PERFORM 0600-PROJECT-UNSCHEDULED.
           OPEN OUTPUT FORECAST-REPORT.
           PERFORM 0700-PRINT-FORECAST.
           PERFORM 0750-PRINT-BUCKET-RATES.
           PERFORM 0800-PRINT-VARIANCE.
           CLOSE FORECAST-REPORT.
           PERFORM 0900-SAVE-FORECAST.
           IF HISTORY-OVERFLOW-COUNT > ZERO
               DISPLAY 'CASHFCST: HISTORY TABLE FULL, '
                   HISTORY-OVERFLOW-COUNT ' CHANGES NOT USED'.
           STOP RUN.

      *  Week 1 runs from the business date; the rate lookback is
      *  the thirteen weeks before it.
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
           COMPUTE START-INTEGER =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
           COMPUTE HORIZON-INTEGER = START-INTEGER + 91.
           COMPUTE LOOKBACK-INTEGER = START-INTEGER - 91.
           COMPUTE LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER (LOOKBACK-INTEGER).
           COMPUTE LAST-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER (START-INTEGER - 7).

       0080-CLEAR-WEEK-TABLE.
           PERFORM VARYING WEEK-SUB FROM 1 BY 1 UNTIL WEEK-SUB > 13
               COMPUTE WK-START-DATE (WEEK-SUB) =
                   FUNCTION DATE-OF-INTEGER
                       (START-INTEGER + (WEEK-SUB - 1) * 7)
               PERFORM VARYING SOURCE-SUB FROM 1 BY 1
                   UNTIL SOURCE-SUB > 4
                   MOVE ZERO TO WK-SOURCE-AMOUNT (WEEK-SUB SOURCE-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1 UNTIL BUCKET-SUB > 5
               MOVE ZERO TO BRT-PAID (BUCKET-SUB)
                            BRT-BALANCE-SUM (BUCKET-SUB)
                            BRT-AVERAGE (BUCKET-SUB)
                            BRT-WEEKLY-RATE (BUCKET-SUB)
                            BRT-LATEST (BUCKET-SUB)
                            BRT-BASE (BUCKET-SUB)
           END-PERFORM.

      *  ASGNHIST.DAT is in date order.  A change from before the
      *  lookback replaces the account's earlier entry; later
      *  changes up to today are added, so the table answers "which
      *  bucket was this account in on a given day" for the whole
      *  lookback and today.
       0100-LOAD-ASSIGNMENT-HISTORY.
           OPEN INPUT ASSIGNMENT-HISTORY.
           IF ASGN-HIST-STATUS NOT = '00'
               MOVE 'Y' TO ASGN-HIST-EOF-STATUS.
           PERFORM UNTIL ASGN-HIST-END
               READ ASSIGNMENT-HISTORY
                   AT END
                       MOVE 'Y' TO ASGN-HIST-EOF-STATUS
                   NOT AT END
                       IF AHST-ACCOUNT-NR NOT = SPACES
                         AND AHST-CHANGE-DATE <= BUSINESS-DATE
                           PERFORM 0150-ADD-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF ASGN-HIST-STATUS = '00' OR ASGN-HIST-STATUS = '10'
               CLOSE ASSIGNMENT-HISTORY.

       0150-ADD-HISTORY-ENTRY.
           MOVE ZERO TO HIST-FOUND-SUB.
           IF AHST-CHANGE-DATE < LOOKBACK-DATE
               PERFORM VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > NR-HISTORY-ENTRIES
                      OR HIST-FOUND-SUB > ZERO
                   IF HTBL-ACCOUNT-NR (HIST-SUB) = AHST-ACCOUNT-NR
                       MOVE HIST-SUB TO HIST-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF HIST-FOUND-SUB = ZERO
               IF NR-HISTORY-ENTRIES < 5000
                   ADD 1 TO NR-HISTORY-ENTRIES
                   MOVE NR-HISTORY-ENTRIES TO HIST-FOUND-SUB
               ELSE
                   ADD 1 TO HISTORY-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE AHST-CHANGE-DATE TO HTBL-CHANGE-DATE (HIST-FOUND-SUB).
           MOVE AHST-ACCOUNT-NR TO HTBL-ACCOUNT-NR (HIST-FOUND-SUB).
           MOVE AHST-COLLECTOR-ID
               TO HTBL-COLLECTOR-ID (HIST-FOUND-SUB).
           MOVE AHST-BUCKET-NR TO HTBL-BUCKET-NR (HIST-FOUND-SUB).

      *  Snapshots inside the lookback feed the bucket averages; the
      *  latest one on or before today is the balance projected.
       0200-LOAD-AGING-HISTORY.
           OPEN INPUT AGING-HISTORY.
           IF AGING-HIST-STATUS NOT = '00'
               MOVE 'Y' TO AGING-HIST-EOF-STATUS.
           PERFORM UNTIL AGING-HIST-END
               READ AGING-HISTORY
                   AT END
                       MOVE 'Y' TO AGING-HIST-EOF-STATUS
                   NOT AT END
                       IF AGH-BUSINESS-DATE NUMERIC
                         AND AGH-BUSINESS-DATE <= BUSINESS-DATE
                           PERFORM 0220-TAKE-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.
           IF AGING-HIST-STATUS = '00' OR AGING-HIST-STATUS = '10'
               CLOSE AGING-HISTORY.

       0220-TAKE-ONE-SNAPSHOT.
           IF AGH-BUSINESS-DATE >= LATEST-SNAPSHOT-DATE
               MOVE AGH-BUSINESS-DATE TO LATEST-SNAPSHOT-DATE
               PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                   UNTIL BUCKET-SUB > 5
                   MOVE AGH-BUCKET-AMOUNT (BUCKET-SUB)
                       TO BRT-LATEST (BUCKET-SUB)
               END-PERFORM
           END-IF.
           IF AGH-BUSINESS-DATE >= LOOKBACK-DATE
             AND AGH-BUSINESS-DATE < BUSINESS-DATE
               ADD 1 TO SNAPSHOT-COUNT
               IF FIRST-SNAPSHOT-DATE = ZERO
                 OR AGH-BUSINESS-DATE < FIRST-SNAPSHOT-DATE
                   MOVE AGH-BUSINESS-DATE TO FIRST-SNAPSHOT-DATE
               END-IF
               PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                   UNTIL BUCKET-SUB > 5
                   ADD AGH-BUCKET-AMOUNT (BUCKET-SUB)
                       TO BRT-BALANCE-SUM (BUCKET-SUB)
               END-PERFORM
           END-IF.

      *  The last forecast made before today for the week that
      *  started seven days ago; a later run overrides an earlier.
       0250-FIND-LAST-WEEK-FORECAST.
           OPEN INPUT FORECAST-HISTORY.
           IF FCST-HIST-STATUS NOT = '00'
               MOVE 'Y' TO FCST-HIST-EOF-STATUS.
           PERFORM UNTIL FCST-HIST-END
               READ FORECAST-HISTORY
                   AT END
                       MOVE 'Y' TO FCST-HIST-EOF-STATUS
                   NOT AT END
                       IF FCH-WEEK-START = LAST-WEEK-DATE
                         AND FCH-RUN-DATE < BUSINESS-DATE
                         AND FCH-RUN-DATE >= PRF-RUN-DATE
                           MOVE 'Y' TO PRIOR-FORECAST-SWITCH
                           MOVE FCH-RUN-DATE TO PRF-RUN-DATE
                           PERFORM VARYING SOURCE-SUB FROM 1 BY 1
                               UNTIL SOURCE-SUB > 4
                               MOVE FCH-SOURCE-AMOUNT (SOURCE-SUB)
                                   TO PRF-SOURCE-AMOUNT (SOURCE-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           IF FCST-HIST-STATUS = '00' OR FCST-HIST-STATUS = '10'
               CLOSE FORECAST-HISTORY.

      *  One pass of PAYHIST.DAT serves both the bucket rates (the
      *  lookback, from the first aging snapshot in it) and the
      *  variance (the seven days before today).
       0300-MEASURE-COLLECTIONS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAY-HIST-STATUS NOT = '00'
               MOVE 'Y' TO PAY-HIST-EOF-STATUS.
           PERFORM UNTIL PAY-HIST-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PAY-HIST-EOF-STATUS
                   NOT AT END
                       IF PHIST-POSTED-DATE < BUSINESS-DATE
                         AND (PHIST-IS-PAYMENT OR PHIST-IS-REVERSAL
                              OR PHIST-IS-NSF)
                           PERFORM 0320-MEASURE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF PAY-HIST-STATUS = '00' OR PAY-HIST-STATUS = '10'
               CLOSE PAYMENT-HISTORY-FILE.

       0320-MEASURE-ONE-POSTING.
           IF PHIST-POSTED-DATE >= LAST-WEEK-DATE
               IF PHIST-IS-PAYMENT
                   ADD PHIST-AMOUNT TO LAST-WEEK-ACTUAL
               ELSE
                   SUBTRACT PHIST-AMOUNT FROM LAST-WEEK-ACTUAL
               END-IF
           END-IF.
           IF FIRST-SNAPSHOT-DATE = ZERO
             OR PHIST-POSTED-DATE < FIRST-SNAPSHOT-DATE
               EXIT PARAGRAPH.
           MOVE PHIST-ACCOUNT-NR TO LOOKUP-ACCOUNT-NR.
           MOVE PHIST-POSTED-DATE TO LOOKUP-DATE.
           PERFORM 0650-FIND-ACCOUNT-BUCKET.
           IF FOUND-BUCKET-NR > ZERO
               IF PHIST-IS-PAYMENT
                   ADD PHIST-AMOUNT TO BRT-PAID (FOUND-BUCKET-NR)
               ELSE
                   SUBTRACT PHIST-AMOUNT
                       FROM BRT-PAID (FOUND-BUCKET-NR)
               END-IF
           END-IF.

      *  Weekly rate = dollars paid out of the bucket per week
      *  observed, over the bucket's average balance; held to
      *  between zero and the whole balance.
       0350-COMPUTE-BUCKET-RATES.
           IF SNAPSHOT-COUNT = ZERO
               EXIT PARAGRAPH.
           COMPUTE OBSERVED-WEEKS ROUNDED =
               (START-INTEGER -
                   FUNCTION INTEGER-OF-DATE (FIRST-SNAPSHOT-DATE)) / 7.
           IF OBSERVED-WEEKS < 1
               MOVE 1 TO OBSERVED-WEEKS.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1 UNTIL BUCKET-SUB > 5
               COMPUTE BRT-AVERAGE (BUCKET-SUB) ROUNDED =
                   BRT-BALANCE-SUM (BUCKET-SUB) / SNAPSHOT-COUNT
               IF BRT-AVERAGE (BUCKET-SUB) > ZERO
                 AND BRT-PAID (BUCKET-SUB) > ZERO
                   IF BRT-PAID (BUCKET-SUB) >=
                           BRT-AVERAGE (BUCKET-SUB) * OBSERVED-WEEKS
                       MOVE 1 TO BRT-WEEKLY-RATE (BUCKET-SUB)
                   ELSE
                       COMPUTE BRT-WEEKLY-RATE (BUCKET-SUB) ROUNDED =
                           BRT-PAID (BUCKET-SUB) /
                           (BRT-AVERAGE (BUCKET-SUB) * OBSERVED-WEEKS)
                   END-IF
               END-IF
               MOVE BRT-LATEST (BUCKET-SUB) TO BRT-BASE (BUCKET-SUB)
           END-PERFORM.

      *  Active plans only -- a delinquent plan has already missed
      *  an installment and its money is no better than unscheduled.
       0400-PROJECT-PLANS.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               MOVE 'Y' TO MASTER-EOF-STATUS.
           PERFORM UNTIL MASTER-END
               READ BILLING-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO MASTER-EOF-STATUS
                   NOT AT END
                       IF PLAN-IS-ACTIVE
                         AND MSTR-PLAN-AMOUNT > ZERO
                         AND MSTR-PLAN-NEXT-DUE NUMERIC
                         AND MSTR-PLAN-NEXT-DUE > ZERO
                           PERFORM 0450-PROJECT-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.
           IF MASTER-STATUS = '00' OR MASTER-STATUS = '10'
               CLOSE BILLING-MASTER.

      *  An installment due before today that BILLUPDT has not yet
      *  judged is expected in week 1.
       0450-PROJECT-ONE-PLAN.
           MOVE MSTR-BALANCE-DUE TO PLAN-BALANCE-LEFT.
           MOVE MSTR-PLAN-REMAINING TO PLAN-INSTALLMENTS-LEFT.
           IF PLAN-INSTALLMENTS-LEFT = ZERO
               MOVE 99 TO PLAN-INSTALLMENTS-LEFT.
           MOVE MSTR-PLAN-NEXT-DUE TO PLAN-DUE-WORK-NUM.
           CALL 'DATEEDIT' USING PLAN-DUE-WORK DATE-EDIT-SWITCH.
           IF DATE-EDIT-SWITCH NOT = 'Y'
               EXIT PARAGRAPH.
           COMPUTE PLAN-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PLAN-DUE-WORK-NUM).
           PERFORM UNTIL PLAN-DUE-INTEGER >= HORIZON-INTEGER
                      OR PLAN-INSTALLMENTS-LEFT = ZERO
                      OR PLAN-BALANCE-LEFT = ZERO
               IF MSTR-PLAN-AMOUNT < PLAN-BALANCE-LEFT
                   MOVE MSTR-PLAN-AMOUNT TO INSTALLMENT-AMOUNT
               ELSE
                   MOVE PLAN-BALANCE-LEFT TO INSTALLMENT-AMOUNT
               END-IF
               MOVE PLAN-DUE-INTEGER TO DATE-INTEGER
               PERFORM 0680-FIND-WEEK
               ADD INSTALLMENT-AMOUNT
                   TO WK-SOURCE-AMOUNT (WEEK-SUB 1)
               SUBTRACT INSTALLMENT-AMOUNT FROM PLAN-BALANCE-LEFT
               SUBTRACT 1 FROM PLAN-INSTALLMENTS-LEFT
               PERFORM 0470-ADVANCE-INSTALLMENT-DATE
           END-PERFORM.

      *  Weekly plans roll in whole days; monthly and quarterly
      *  plans keep the day-of-month, pulled back to the 28th when
      *  the target month hasn't the day.
       0470-ADVANCE-INSTALLMENT-DATE.
           IF PLAN-IS-WEEKLY
               ADD 7 TO PLAN-DUE-INTEGER
               COMPUTE PLAN-DUE-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER (PLAN-DUE-INTEGER)
           ELSE
               IF PLAN-IS-QUARTERLY
                   ADD 3 TO PLAN-DUE-MONTH
               ELSE
                   ADD 1 TO PLAN-DUE-MONTH
               END-IF
               IF PLAN-DUE-MONTH > 12
                   SUBTRACT 12 FROM PLAN-DUE-MONTH
                   ADD 1 TO PLAN-DUE-YEAR
               END-IF
               CALL 'DATEEDIT' USING PLAN-DUE-WORK DATE-EDIT-SWITCH
               IF DATE-EDIT-SWITCH NOT = 'Y'
                   MOVE 28 TO PLAN-DUE-DAY
               END-IF
               COMPUTE PLAN-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PLAN-DUE-WORK-NUM)
           END-IF.

      *  A promise already past its date is PROMCHK's to break, not
      *  money to expect.  A promised amount also comes off the
      *  unscheduled base of the bucket the account is in, so the
      *  same dollars are not forecast twice.
       0500-PROJECT-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF PROMISE-STATUS NOT = '00'
               MOVE 'Y' TO PROMISE-EOF-STATUS.
           PERFORM UNTIL PROMISE-END
               READ PROMISE-FILE
                   AT END
                       MOVE 'Y' TO PROMISE-EOF-STATUS
                   NOT AT END
                       IF PROMISE-IS-OPEN
                         AND PROM-PROMISE-DATE NUMERIC
                         AND PROM-PROMISE-DATE >= BUSINESS-DATE
                           PERFORM 0520-PROJECT-ONE-PROMISE
                       END-IF
               END-READ
           END-PERFORM.
           IF PROMISE-STATUS = '00' OR PROMISE-STATUS = '10'
               CLOSE PROMISE-FILE.

       0520-PROJECT-ONE-PROMISE.
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PROM-PROMISE-DATE).
           IF DATE-INTEGER >= HORIZON-INTEGER
               EXIT PARAGRAPH.
           PERFORM 0680-FIND-WEEK.
           ADD PROM-AMOUNT TO WK-SOURCE-AMOUNT (WEEK-SUB 2).
           MOVE PROM-ACCOUNT-NR TO LOOKUP-ACCOUNT-NR.
           MOVE 99999999 TO LOOKUP-DATE.
           PERFORM 0650-FIND-ACCOUNT-BUCKET.
           IF FOUND-BUCKET-NR > ZERO
               SUBTRACT PROM-AMOUNT FROM BRT-BASE (FOUND-BUCKET-NR).

      *  An INV item not yet due on an account already overdue is
      *  aged in the first bucket by AGERPT; it comes off that base.
       0550-PROJECT-INVOICES.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               MOVE 'Y' TO OPENITEM-EOF-STATUS.
           PERFORM UNTIL OPENITEM-END
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OPENITEM-EOF-STATUS
                   NOT AT END
                       IF OPEN-SOURCE = 'INV'
                         AND OPEN-UNPAID-AMOUNT > ZERO
                         AND OPEN-INVOICE-DATE NUMERIC
                         AND OPEN-INVOICE-DATE > ZERO
                           PERFORM 0570-PROJECT-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           IF OPENITEM-STATUS = '00' OR OPENITEM-STATUS = '10'
               CLOSE OPEN-ITEM-FILE.

       0570-PROJECT-ONE-INVOICE.
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (OPEN-INVOICE-DATE) + 30.
           IF DATE-INTEGER < START-INTEGER
             OR DATE-INTEGER >= HORIZON-INTEGER
               EXIT PARAGRAPH.
           PERFORM 0680-FIND-WEEK.
           ADD OPEN-UNPAID-AMOUNT TO WK-SOURCE-AMOUNT (WEEK-SUB 3).
           MOVE OPEN-ACCOUNT-NR TO LOOKUP-ACCOUNT-NR.
           MOVE 99999999 TO LOOKUP-DATE.
           PERFORM 0650-FIND-ACCOUNT-BUCKET.
           IF FOUND-BUCKET-NR > ZERO
               SUBTRACT OPEN-UNPAID-AMOUNT FROM BRT-BASE (1).

      *  Each week collects the bucket's rate of what the weeks
      *  before it left uncollected.
       0600-PROJECT-UNSCHEDULED.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1 UNTIL BUCKET-SUB > 5
               IF BRT-BASE (BUCKET-SUB) < ZERO
                   MOVE ZERO TO BRT-BASE (BUCKET-SUB)
               END-IF
               MOVE BRT-BASE (BUCKET-SUB) TO UNSCHEDULED-LEFT
               PERFORM VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > 13
                   COMPUTE WEEK-COLLECTED ROUNDED =
                       UNSCHEDULED-LEFT * BRT-WEEKLY-RATE (BUCKET-SUB)
                   ADD WEEK-COLLECTED
                       TO WK-SOURCE-AMOUNT (WEEK-SUB 4)
                   SUBTRACT WEEK-COLLECTED FROM UNSCHEDULED-LEFT
               END-PERFORM
           END-PERFORM.

      *  The bucket an account sat in on the night before
      *  LOOKUP-DATE, zero when no collector held it then.
       0650-FIND-ACCOUNT-BUCKET.
           MOVE ZERO TO FOUND-BUCKET-NR.
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > NR-HISTORY-ENTRIES
               IF HTBL-ACCOUNT-NR (HIST-SUB) = LOOKUP-ACCOUNT-NR
                 AND HTBL-CHANGE-DATE (HIST-SUB) < LOOKUP-DATE
                   IF HTBL-COLLECTOR-ID (HIST-SUB) = SPACES
                       MOVE ZERO TO FOUND-BUCKET-NR
                   ELSE
                       MOVE HTBL-BUCKET-NR (HIST-SUB)
                           TO FOUND-BUCKET-NR
                   END-IF
               END-IF
           END-PERFORM.

      *  DATE-INTEGER before week 1 lands in week 1.
       0680-FIND-WEEK.
           IF DATE-INTEGER < START-INTEGER
               MOVE 1 TO WEEK-SUB
           ELSE
               COMPUTE WEEK-SUB =
                   (DATE-INTEGER - START-INTEGER) / 7 + 1.

       0700-PRINT-FORECAST.
           MOVE BUSINESS-DATE TO RPH-START-DATE.
           WRITE FORECAST-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE FORECAST-REPORT-LINE FROM REPORT-COLUMN-HEADING.
           MOVE ZERO TO SRC-TOTAL (1) SRC-TOTAL (2)
                        SRC-TOTAL (3) SRC-TOTAL (4).
           PERFORM VARYING WEEK-SUB FROM 1 BY 1 UNTIL WEEK-SUB > 13
               MOVE WK-START-DATE (WEEK-SUB) TO RPW-WEEK-START
               MOVE ZERO TO LINE-TOTAL
               PERFORM VARYING SOURCE-SUB FROM 1 BY 1
                   UNTIL SOURCE-SUB > 4
                   MOVE WK-SOURCE-AMOUNT (WEEK-SUB SOURCE-SUB)
                       TO RPW-SOURCE-AMOUNT (SOURCE-SUB)
                   ADD WK-SOURCE-AMOUNT (WEEK-SUB SOURCE-SUB)
                       TO LINE-TOTAL SRC-TOTAL (SOURCE-SUB)
               END-PERFORM
               MOVE LINE-TOTAL TO RPW-TOTAL
               ADD LINE-TOTAL TO GRAND-TOTAL
               WRITE FORECAST-REPORT-LINE FROM REPORT-WEEK-LINE
           END-PERFORM.
           MOVE 'TOTAL' TO RPW-WEEK-START.
           PERFORM VARYING SOURCE-SUB FROM 1 BY 1 UNTIL SOURCE-SUB > 4
               MOVE SRC-TOTAL (SOURCE-SUB)
                   TO RPW-SOURCE-AMOUNT (SOURCE-SUB)
           END-PERFORM.
           MOVE GRAND-TOTAL TO RPW-TOTAL.
           WRITE FORECAST-REPORT-LINE FROM REPORT-WEEK-LINE
               AFTER ADVANCING 2 LINES.

       0750-PRINT-BUCKET-RATES.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE FORECAST-REPORT-LINE FROM REPORT-RATE-HEADING.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1 UNTIL BUCKET-SUB > 5
               MOVE BUCKET-NAME (BUCKET-SUB) TO RPR-BUCKET-NAME
               MOVE BRT-LATEST (BUCKET-SUB) TO RPR-LATEST
               MOVE BRT-BASE (BUCKET-SUB) TO RPR-BASE
               COMPUTE RATE-PCT ROUNDED =
                   BRT-WEEKLY-RATE (BUCKET-SUB) * 100
               MOVE RATE-PCT TO RPR-RATE-PCT
               WRITE FORECAST-REPORT-LINE FROM REPORT-RATE-LINE
           END-PERFORM.
           IF SNAPSHOT-COUNT = ZERO
               MOVE '    NO AGING HISTORY IN THE LOOKBACK -- NO RATES'
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           ELSE
               MOVE OBSERVED-WEEKS TO RPN-WEEKS
               WRITE FORECAST-REPORT-LINE FROM REPORT-RATE-NOTE.

       0800-PRINT-VARIANCE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF NOT PRIOR-FORECAST-FOUND
               MOVE LAST-WEEK-DATE TO RPO-WEEK-START
               WRITE FORECAST-REPORT-LINE FROM REPORT-NO-PRIOR-LINE
               EXIT PARAGRAPH.
           MOVE LAST-WEEK-DATE TO RPV-WEEK-START.
           MOVE PRF-RUN-DATE TO RPV-RUN-DATE.
           WRITE FORECAST-REPORT-LINE FROM REPORT-VARIANCE-HEADING.
           MOVE ZERO TO PRIOR-FORECAST-TOTAL.
           PERFORM VARYING SOURCE-SUB FROM 1 BY 1 UNTIL SOURCE-SUB > 4
               MOVE SPACES TO REPORT-VARIANCE-LINE
               STRING 'FORECAST ' DELIMITED BY SIZE
                      SOURCE-NAME (SOURCE-SUB) DELIMITED BY SPACE
                   INTO RPX-CAPTION
               MOVE PRF-SOURCE-AMOUNT (SOURCE-SUB) TO RPX-AMOUNT
               ADD PRF-SOURCE-AMOUNT (SOURCE-SUB)
                   TO PRIOR-FORECAST-TOTAL
               WRITE FORECAST-REPORT-LINE FROM REPORT-VARIANCE-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-VARIANCE-LINE.
           MOVE 'FORECAST TOTAL' TO RPX-CAPTION.
           MOVE PRIOR-FORECAST-TOTAL TO RPX-AMOUNT.
           WRITE FORECAST-REPORT-LINE FROM REPORT-VARIANCE-LINE.
           MOVE SPACES TO REPORT-VARIANCE-LINE.
           MOVE 'ACTUALLY POSTED, NET' TO RPX-CAPTION.
           MOVE LAST-WEEK-ACTUAL TO RPX-AMOUNT.
           WRITE FORECAST-REPORT-LINE FROM REPORT-VARIANCE-LINE.
           COMPUTE VARIANCE-AMOUNT =
               LAST-WEEK-ACTUAL - PRIOR-FORECAST-TOTAL.
           MOVE SPACES TO REPORT-VARIANCE-LINE.
           MOVE 'VARIANCE, ACTUAL LESS FORECAST' TO RPX-CAPTION.
           MOVE VARIANCE-AMOUNT TO RPX-AMOUNT.
           IF PRIOR-FORECAST-TOTAL > ZERO
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE-AMOUNT * 100 / PRIOR-FORECAST-TOTAL
               MOVE VARIANCE-PCT TO RPX-PCT.
           WRITE FORECAST-REPORT-LINE FROM REPORT-VARIANCE-LINE.

       0900-SAVE-FORECAST.
           OPEN EXTEND FORECAST-HISTORY.
           IF FCST-HIST-STATUS NOT = '00'
               OPEN OUTPUT FORECAST-HISTORY.
           PERFORM VARYING WEEK-SUB FROM 1 BY 1 UNTIL WEEK-SUB > 13
               MOVE BUSINESS-DATE TO FCH-RUN-DATE
               MOVE WK-START-DATE (WEEK-SUB) TO FCH-WEEK-START
               PERFORM VARYING SOURCE-SUB FROM 1 BY 1
                   UNTIL SOURCE-SUB > 4
                   MOVE WK-SOURCE-AMOUNT (WEEK-SUB SOURCE-SUB)
                       TO FCH-SOURCE-AMOUNT (SOURCE-SUB)
               END-PERFORM
               WRITE FORECAST-HISTORY-RECORD
           END-PERFORM.
           CLOSE FORECAST-HISTORY.
