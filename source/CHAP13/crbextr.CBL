       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Crbextr.

      *  Month-end credit bureau reporting extract.  Every account
      *  on the billing master is reported to the consumer and
      *  commercial bureaus on CRBSUBM.DAT, a fixed-layout
      *  submission file: a HEAD record naming us as the data
      *  furnisher, one BASE segment per account, and a TRLR record
      *  with the segment count and balance total the bureau edits
      *  the file against.  Each base segment carries:
      *
      *    - current balance and amount past due, in whole dollars
      *      (cents are dropped, as the bureau format requires);
      *    - an account status code for the delinquency bucket --
      *      the same 30/60/90/120/120+ buckets AGERPT ages on,
      *      counted from the last billed date on a balance no
      *      payment has touched since it was billed:
      *
      *          11  current             80  90-119 days late
      *          71  30-59 days late     82  120-149 days late
      *          78  60-89 days late     84  150 days and over
      *          13  paid, zero balance  97  written off ('W')
      *
      *    - a special comment of AC on an account paying on a
      *      payment plan;
      *    - a compliance condition of XB on any account with a
      *      disputed amount standing (MSTR-DISPUTED-AMOUNT) --
      *      the bureaus must show the consumer disputes it, and
      *      the disputed portion is not reported past due;
      *    - the date of last payment, off PAYHIST.DAT (the latest
      *      applied payment), falling back to the master's last
      *      paid date for accounts older than the history file.
      *
      *  An account under a legal hold (bankruptcy, deceased, or
      *  litigation, maintained by LEGALMNT) is not reported at all
      *  while the hold is open; it is counted on the control report
      *  so legal can see how many were held back.
      *
      *  CRBPARM.DAT gives our furnisher id and name; the control
      *  report CRBCTL.DAT counts segments and balances by status
      *  code and sets the delinquent-bucket counts beside the last
      *  AGEHIST.DAT night, so a difference between what we told
      *  the bureaus and what the aging said is seen before the
      *  file is sent.  (Written-off, disputed, and agency-placed
      *  accounts are held out of the nightly aging and legal-hold
      *  accounts out of this file, so those are the expected
      *  differences.)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS HISTORY-STATUS.
           SELECT AGING-HISTORY        ASSIGN TO "AGEHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS AGING-STATUS.
           SELECT BUREAU-PARMS         ASSIGN TO "CRBPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT BUREAU-SUBMISSION    ASSIGN TO "CRBSUBM.DAT"
                                       LINE SEQUENTIAL.
           SELECT BUREAU-CONTROL-REPORT ASSIGN TO "CRBCTL.DAT"
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
               88  PLAN-ON-ACCOUNT      VALUES 'A' 'D'.
           05  MSTR-PLAN-AMOUNT        PIC 9(5)V99.
           05  MSTR-PLAN-FREQUENCY     PIC X.
           05  MSTR-PLAN-NEXT-DUE      PIC 9(8).
           05  MSTR-PLAN-REMAINING     PIC 99.
           05  MSTR-WRITEOFF-FLAG      PIC X.
               88  ACCOUNT-WRITTEN-OFF  VALUE 'W'.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  AGING-HISTORY.
       01  AGING-HISTORY-RECORD.
           05  AGH-BUSINESS-DATE       PIC 9(8).
           05  AGH-BUCKET-ITEM OCCURS 5 TIMES.
               10  AGH-BUCKET-COUNT    PIC 9(5).
               10  AGH-BUCKET-AMOUNT   PIC 9(9)V99.

       FD  BUREAU-PARMS.
       01  BUREAU-PARM-RECORD.
           05  PARM-FURNISHER-ID       PIC X(10).
           05  PARM-FURNISHER-NAME     PIC X(30).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  BUREAU-SUBMISSION.
       01  BUREAU-HEADER-RECORD.
           05  CRBH-RECORD-ID          PIC X(4).
           05  CRBH-FURNISHER-ID       PIC X(10).
           05  CRBH-FURNISHER-NAME     PIC X(30).
           05  CRBH-ACTIVITY-DATE      PIC 9(8).
           05  CRBH-CREATED-DATE       PIC 9(8).
           05  FILLER                  PIC X(60).
       01  BUREAU-BASE-SEGMENT.
           05  CRBB-RECORD-ID          PIC X(4).
           05  CRBB-ACCOUNT-NR         PIC X(20).
           05  CRBB-PORTFOLIO-TYPE     PIC X.
           05  CRBB-ACCOUNT-STATUS     PIC XX.
           05  CRBB-SPECIAL-COMMENT    PIC XX.
           05  CRBB-COMPLIANCE-CODE    PIC XX.
           05  CRBB-CURRENT-BALANCE    PIC 9(9).
           05  CRBB-AMOUNT-PAST-DUE    PIC 9(9).
           05  CRBB-DAYS-PAST-DUE      PIC 9(4).
           05  CRBB-LAST-PAYMENT-DATE  PIC 9(8).
           05  CRBB-LAST-BILLED-DATE   PIC 9(8).
           05  CRBB-INFORMATION-DATE   PIC 9(8).
           05  FILLER                  PIC X(41).
       01  BUREAU-TRAILER-RECORD.
           05  CRBT-RECORD-ID          PIC X(4).
           05  CRBT-SEGMENT-COUNT      PIC 9(9).
           05  CRBT-BALANCE-TOTAL      PIC 9(11).
           05  CRBT-PAST-DUE-TOTAL     PIC 9(11).
           05  FILLER                  PIC X(85).

      *  The base segment's account number is the billing account,
      *  left-justified in the bureau's twenty-character field.
      *  Portfolio type 'O' (open account) -- our receivables are
      *  billed in full each cycle, not installment credit.

       FD  BUREAU-CONTROL-REPORT.
       01  CONTROL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  AGING-STATUS                PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  MASTER-EOF-STATUS           PIC X VALUE 'N'.
           88  MASTER-END              VALUE 'Y'.
       01  HISTORY-EOF-STATUS          PIC X VALUE 'N'.
           88  HISTORY-END             VALUE 'Y'.
       01  AGING-EOF-STATUS            PIC X VALUE 'N'.
           88  AGING-END               VALUE 'Y'.
       01  HISTORY-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  HISTORY-ON-HAND         VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  FURNISHER-ID                PIC X(10) VALUE 'BILLINGCO'.
       01  FURNISHER-NAME              PIC X(30) VALUE
           'CUSTOMER BILLING'.
       01  BILLED-DATE-EXPANDED        PIC 9(8).
       01  PAID-DATE-EXPANDED          PIC 9(8).
       01  LAST-PAYMENT-DATE           PIC 9(8).
       01  DAYS-PAST-DUE               PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  PAST-DUE-AMOUNT             PIC 9(7)V99.
       01  BUCKET-NR                   PIC 9.
       01  LAST-AGING-RECORD.
           05  LAST-AGH-DATE           PIC 9(8) VALUE ZERO.
           05  LAST-AGH-COUNT          PIC 9(5) OCCURS 5 TIMES.
       01  BUREAU-BUCKET-COUNTS.
           05  BUREAU-BUCKET-COUNT     PIC 9(5) OCCURS 5 TIMES.
       01  SEGMENT-COUNT               PIC 9(9) VALUE ZERO.
       01  BALANCE-TOTAL               PIC 9(11) VALUE ZERO.
       01  PAST-DUE-TOTAL              PIC 9(11) VALUE ZERO.
       01  WHOLE-DOLLARS               PIC 9(9).
       01  DISPUTED-COUNT              PIC 9(7) VALUE ZERO.
       01  PLAN-COUNT                  PIC 9(7) VALUE ZERO.
       01  LEGAL-HOLD-COUNT            PIC 9(7) VALUE ZERO.

      *  Status codes in the order they print on the control report.
       01  STATUS-CODE-LIST.
           05  FILLER PIC X(22) VALUE '11CURRENT'.
           05  FILLER PIC X(22) VALUE '7130-59 DAYS LATE'.
           05  FILLER PIC X(22) VALUE '7860-89 DAYS LATE'.
           05  FILLER PIC X(22) VALUE '8090-119 DAYS LATE'.
           05  FILLER PIC X(22) VALUE '82120-149 DAYS LATE'.
           05  FILLER PIC X(22) VALUE '84150+ DAYS LATE'.
           05  FILLER PIC X(22) VALUE '13PAID, ZERO BALANCE'.
           05  FILLER PIC X(22) VALUE '97WRITTEN OFF'.
       01  STATUS-CODE-TABLE REDEFINES STATUS-CODE-LIST.
           05  STATUS-CODE-ENTRY OCCURS 8 TIMES.
               10  STC-CODE            PIC XX.
               10  STC-DESCRIPTION     PIC X(20).
       01  STATUS-TOTALS.
           05  STATUS-TOTAL-ENTRY OCCURS 8 TIMES.
               10  STT-COUNT           PIC 9(7).
               10  STT-BALANCE         PIC 9(11).
       01  STATUS-SUB                  PIC 9.

       01  CONTROL-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'CREDIT BUREAU EXTRACT CONTROL -- '.
           05  CTH-BUSINESS-DATE       PIC 9(8).
       01  CONTROL-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CODE  STATUS                  SEGMENTS '.
           05  FILLER                  PIC X(20) VALUE
               '        BALANCE'.
       01  CONTROL-DETAIL-LINE.
           05  CTD-CODE                PIC XX.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CTD-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC XX VALUE SPACES.
           05  CTD-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  CTD-BALANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  CONTROL-FLAG-LINE.
           05  CTF-DESCRIPTION         PIC X(28).
           05  CTF-COUNT               PIC Z,ZZZ,ZZ9.
       01  CONTROL-AGING-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'BUCKET          BUREAU   AGEHIST  NIGHT '.
           05  CTA-AGING-DATE          PIC 9(8).
       01  CONTROL-AGING-LINE.
           05  CTA-BUCKET-NAME         PIC X(13).
           05  FILLER                  PIC XX VALUE SPACES.
           05  CTA-BUREAU-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  CTA-AGEHIST-COUNT       PIC ZZ,ZZ9.
       01  BUCKET-NAME-LIST.
           05  FILLER PIC X(13) VALUE '1-30 DAYS'.
           05  FILLER PIC X(13) VALUE '31-60 DAYS'.
           05  FILLER PIC X(13) VALUE '61-90 DAYS'.
           05  FILLER PIC X(13) VALUE '91-120 DAYS'.
           05  FILLER PIC X(13) VALUE 'OVER 120 DAYS'.
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-LIST.
           05  BUCKET-NAME             PIC X(13) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-READ-BUREAU-PARMS.
           PERFORM 0070-FIND-LAST-AGING-NIGHT.
           PERFORM VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB > 8
               MOVE ZERO TO STT-COUNT (STATUS-SUB)
                            STT-BALANCE (STATUS-SUB)
           END-PERFORM.
           PERFORM VARYING BUCKET-NR FROM 1 BY 1
               UNTIL BUCKET-NR > 5
               MOVE ZERO TO BUREAU-BUCKET-COUNT (BUCKET-NR)
           END-PERFORM.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CRBEXTR : BILLMSTR.DAT WILL NOT OPEN, '
                   'STATUS ' MASTER-STATUS
               STOP RUN.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-ON-HAND-SWITCH.
           OPEN OUTPUT BUREAU-SUBMISSION
                       BUREAU-CONTROL-REPORT.
           PERFORM 0100-WRITE-HEADER-RECORD.
           PERFORM 0800-READ-MASTER-RECORD.
           PERFORM 0200-REPORT-ONE-ACCOUNT
               UNTIL MASTER-END.
           PERFORM 0700-WRITE-TRAILER-RECORD.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           CLOSE BILLING-MASTER
                 BUREAU-SUBMISSION
                 BUREAU-CONTROL-REPORT.
           IF HISTORY-ON-HAND
               CLOSE PAYMENT-HISTORY-FILE.
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

       0060-READ-BUREAU-PARMS.
           OPEN INPUT BUREAU-PARMS.
           IF PARM-STATUS = '00'
               READ BUREAU-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FURNISHER-ID NOT = SPACES
                           MOVE PARM-FURNISHER-ID TO FURNISHER-ID
                       END-IF
                       IF PARM-FURNISHER-NAME NOT = SPACES
                           MOVE PARM-FURNISHER-NAME TO FURNISHER-NAME
                       END-IF
               END-READ
               CLOSE BUREAU-PARMS.

      *  AGEHIST.DAT is appended nightly; the last record is the
      *  bucket position the month ended on.
       0070-FIND-LAST-AGING-NIGHT.
           PERFORM VARYING BUCKET-NR FROM 1 BY 1
               UNTIL BUCKET-NR > 5
               MOVE ZERO TO LAST-AGH-COUNT (BUCKET-NR)
           END-PERFORM.
           OPEN INPUT AGING-HISTORY.
           IF AGING-STATUS = '00'
               PERFORM UNTIL AGING-END
                   READ AGING-HISTORY
                       AT END
                           MOVE 'Y' TO AGING-EOF-STATUS
                       NOT AT END
                           MOVE AGH-BUSINESS-DATE TO LAST-AGH-DATE
                           PERFORM VARYING BUCKET-NR FROM 1 BY 1
                               UNTIL BUCKET-NR > 5
                               MOVE AGH-BUCKET-COUNT (BUCKET-NR)
                                   TO LAST-AGH-COUNT (BUCKET-NR)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE AGING-HISTORY.

       0100-WRITE-HEADER-RECORD.
           MOVE SPACES TO BUREAU-HEADER-RECORD.
           MOVE 'HEAD' TO CRBH-RECORD-ID.
           MOVE FURNISHER-ID TO CRBH-FURNISHER-ID.
           MOVE FURNISHER-NAME TO CRBH-FURNISHER-NAME.
           MOVE BUSINESS-DATE TO CRBH-ACTIVITY-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRBH-CREATED-DATE.
           WRITE BUREAU-HEADER-RECORD.

       0200-REPORT-ONE-ACCOUNT.
           IF ACCOUNT-ON-LEGAL-HOLD
               ADD 1 TO LEGAL-HOLD-COUNT
           ELSE
               PERFORM 0250-WRITE-BASE-SEGMENT.
           PERFORM 0800-READ-MASTER-RECORD.

       0250-WRITE-BASE-SEGMENT.
           IF MSTR-BALANCE-DUE NOT NUMERIC
               MOVE ZERO TO MSTR-BALANCE-DUE.
           IF MSTR-DISPUTED-AMOUNT NOT NUMERIC
               MOVE ZERO TO MSTR-DISPUTED-AMOUNT.
           MOVE SPACES TO BUREAU-BASE-SEGMENT.
           MOVE 'BASE' TO CRBB-RECORD-ID.
           MOVE MSTR-ACCOUNT-NR TO CRBB-ACCOUNT-NR.
           MOVE 'O' TO CRBB-PORTFOLIO-TYPE.
           MOVE MSTR-BALANCE-DUE TO WHOLE-DOLLARS.
           MOVE WHOLE-DOLLARS TO CRBB-CURRENT-BALANCE.
           MOVE BUSINESS-DATE TO CRBB-INFORMATION-DATE.
           PERFORM 0300-EXPAND-MASTER-DATES.
           PERFORM 0400-FIND-LAST-PAYMENT.
           MOVE LAST-PAYMENT-DATE TO CRBB-LAST-PAYMENT-DATE.
           MOVE BILLED-DATE-EXPANDED TO CRBB-LAST-BILLED-DATE.
           PERFORM 0500-SET-ACCOUNT-STATUS.
           IF PLAN-ON-ACCOUNT
               MOVE 'AC' TO CRBB-SPECIAL-COMMENT
               ADD 1 TO PLAN-COUNT.
           IF MSTR-DISPUTED-AMOUNT > ZERO
               MOVE 'XB' TO CRBB-COMPLIANCE-CODE
               ADD 1 TO DISPUTED-COUNT.
           WRITE BUREAU-BASE-SEGMENT.
           ADD 1 TO SEGMENT-COUNT.
           ADD CRBB-CURRENT-BALANCE TO BALANCE-TOTAL.
           ADD CRBB-AMOUNT-PAST-DUE TO PAST-DUE-TOTAL.
           ADD 1 TO STT-COUNT (STATUS-SUB).
           ADD CRBB-CURRENT-BALANCE TO STT-BALANCE (STATUS-SUB).

      *  Master dates are YYMMDD and every one on file is 20xx, the
      *  same assumption BILLUPDT makes.
       0300-EXPAND-MASTER-DATES.
           IF MSTR-LAST-BILLED-DATE NUMERIC
             AND MSTR-LAST-BILLED-DATE > ZERO
               COMPUTE BILLED-DATE-EXPANDED =
                   20000000 + MSTR-LAST-BILLED-DATE
           ELSE
               MOVE ZERO TO BILLED-DATE-EXPANDED.
           IF MSTR-LAST-PAID-DATE NUMERIC
             AND MSTR-LAST-PAID-DATE > ZERO
               COMPUTE PAID-DATE-EXPANDED =
                   20000000 + MSTR-LAST-PAID-DATE
           ELSE
               MOVE ZERO TO PAID-DATE-EXPANDED.

       0400-FIND-LAST-PAYMENT.
           MOVE PAID-DATE-EXPANDED TO LAST-PAYMENT-DATE.
           IF HISTORY-ON-HAND
               MOVE 'N' TO HISTORY-EOF-STATUS
               MOVE MSTR-ACCOUNT-NR TO PHIST-ACCOUNT-NR
               MOVE ZERO TO PHIST-POSTED-DATE PHIST-POSTING-SEQ
               START PAYMENT-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO HISTORY-EOF-STATUS
               END-START
               PERFORM UNTIL HISTORY-END
                   READ PAYMENT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-STATUS
                       NOT AT END
                           IF PHIST-ACCOUNT-NR NOT = MSTR-ACCOUNT-NR
                               MOVE 'Y' TO HISTORY-EOF-STATUS
                           ELSE
                           IF PHIST-TRANS-TYPE = 'P'
                             AND PHIST-POSTED-DATE > LAST-PAYMENT-DATE
                               MOVE PHIST-POSTED-DATE
                                   TO LAST-PAYMENT-DATE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.

      *  Past due is the balance billed and not paid since -- less
      *  any disputed portion, which is never reported as late --
      *  once it is more than thirty days from the billing date.
       0500-SET-ACCOUNT-STATUS.
           MOVE ZERO TO PAST-DUE-AMOUNT.
           MOVE ZERO TO DAYS-PAST-DUE.
           IF ACCOUNT-WRITTEN-OFF
               MOVE 8 TO STATUS-SUB
           ELSE
           IF MSTR-BALANCE-DUE = ZERO
               MOVE 7 TO STATUS-SUB
           ELSE
               MOVE 1 TO STATUS-SUB
               IF MSTR-BALANCE-DUE > MSTR-DISPUTED-AMOUNT
                 AND BILLED-DATE-EXPANDED > ZERO
                 AND PAID-DATE-EXPANDED < BILLED-DATE-EXPANDED
                   CALL 'DATEARTH' USING BILLED-DATE-EXPANDED
                       BUSINESS-DATE DAYS-PAST-DUE ARTH-STATUS
                   IF NOT ARTH-DATES-VALID
                       MOVE ZERO TO DAYS-PAST-DUE
                   END-IF
                   IF DAYS-PAST-DUE > 30
                       COMPUTE PAST-DUE-AMOUNT =
                           MSTR-BALANCE-DUE - MSTR-DISPUTED-AMOUNT
                       PERFORM 0550-BUCKET-PAST-DUE
                   ELSE
                       MOVE ZERO TO DAYS-PAST-DUE
                   END-IF
               END-IF
           END-IF
           END-IF.
           MOVE STC-CODE (STATUS-SUB) TO CRBB-ACCOUNT-STATUS.
           MOVE PAST-DUE-AMOUNT TO WHOLE-DOLLARS.
           MOVE WHOLE-DOLLARS TO CRBB-AMOUNT-PAST-DUE.
           IF DAYS-PAST-DUE > 9999
               MOVE 9999 TO CRBB-DAYS-PAST-DUE
           ELSE
               MOVE DAYS-PAST-DUE TO CRBB-DAYS-PAST-DUE.

      *  The bureau's status codes run in thirty-day steps from the
      *  due date; the side count by AGERPT bucket is for the
      *  control report's reconciliation to AGEHIST.DAT.
       0550-BUCKET-PAST-DUE.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE < 60
                   MOVE 2 TO STATUS-SUB
               WHEN DAYS-PAST-DUE < 90
                   MOVE 3 TO STATUS-SUB
               WHEN DAYS-PAST-DUE < 120
                   MOVE 4 TO STATUS-SUB
               WHEN DAYS-PAST-DUE < 150
                   MOVE 5 TO STATUS-SUB
               WHEN OTHER
                   MOVE 6 TO STATUS-SUB
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE <= 60
                   MOVE 2 TO BUCKET-NR
               WHEN DAYS-PAST-DUE <= 90
                   MOVE 3 TO BUCKET-NR
               WHEN DAYS-PAST-DUE <= 120
                   MOVE 4 TO BUCKET-NR
               WHEN OTHER
                   MOVE 5 TO BUCKET-NR
           END-EVALUATE.
           ADD 1 TO BUREAU-BUCKET-COUNT (BUCKET-NR).

       0700-WRITE-TRAILER-RECORD.
           MOVE SPACES TO BUREAU-TRAILER-RECORD.
           MOVE 'TRLR' TO CRBT-RECORD-ID.
           MOVE SEGMENT-COUNT TO CRBT-SEGMENT-COUNT.
           MOVE BALANCE-TOTAL TO CRBT-BALANCE-TOTAL.
           MOVE PAST-DUE-TOTAL TO CRBT-PAST-DUE-TOTAL.
           WRITE BUREAU-TRAILER-RECORD.

       0800-READ-MASTER-RECORD.
           READ BILLING-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-STATUS.

       0900-PRINT-CONTROL-REPORT.
           MOVE BUSINESS-DATE TO CTH-BUSINESS-DATE.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-COLUMN-HEADING.
           PERFORM VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB > 8
               MOVE STC-CODE (STATUS-SUB) TO CTD-CODE
               MOVE STC-DESCRIPTION (STATUS-SUB) TO CTD-DESCRIPTION
               MOVE STT-COUNT (STATUS-SUB) TO CTD-COUNT
               MOVE STT-BALANCE (STATUS-SUB) TO CTD-BALANCE
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO CONTROL-DETAIL-LINE.
           MOVE 'TOTAL' TO CTD-DESCRIPTION.
           MOVE SEGMENT-COUNT TO CTD-COUNT.
           MOVE BALANCE-TOTAL TO CTD-BALANCE.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'XB  DISPUTE INDICATOR' TO CTF-DESCRIPTION.
           MOVE DISPUTED-COUNT TO CTF-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-FLAG-LINE.
           MOVE 'AC  PAYMENT PLAN' TO CTF-DESCRIPTION.
           MOVE PLAN-COUNT TO CTF-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-FLAG-LINE.
           MOVE 'NOT REPORTED, LEGAL HOLD' TO CTF-DESCRIPTION.
           MOVE LEGAL-HOLD-COUNT TO CTF-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-FLAG-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE LAST-AGH-DATE TO CTA-AGING-DATE.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-AGING-HEADING.
           PERFORM VARYING BUCKET-NR FROM 2 BY 1
               UNTIL BUCKET-NR > 5
               MOVE BUCKET-NAME (BUCKET-NR) TO CTA-BUCKET-NAME
               MOVE BUREAU-BUCKET-COUNT (BUCKET-NR)
                   TO CTA-BUREAU-COUNT
               MOVE LAST-AGH-COUNT (BUCKET-NR) TO CTA-AGEHIST-COUNT
               WRITE CONTROL-REPORT-LINE FROM CONTROL-AGING-LINE
           END-PERFORM.
