       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Agerpt.

      *  Aging of the overdue accounts BILLUPDT reports.  Each
      *  overdue account is aged invoice by invoice from its open
      *  items on OPENITEM.DAT: every unpaid item goes into the
      *  bucket its own invoice date puts it in, so one account can
      *  sit in several buckets at once.  Whatever part of the
      *  balance no open item explains (late charges, balances
      *  carried from before the ledger) is aged as one more item
      *  from the account's last-billed date, the way the whole
      *  account used to be.  Without an OPENITEM.DAT every account
      *  ages that way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             HISTORY-STATUS.
           SELECT OPEN-ITEM-FILE         ASSIGN TO "OPENITEM.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY OPEN-KEY
                                         FILE STATUS IS
                                             OPENITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  collections; they get their own section below rather than
      *  being aged into the buckets with the ordinary overdues.

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

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE           PIC X(80).


      *  One record per nightly run: the five bucket populations,
      *  appended forever so the AGETREND report can show direction
      *  instead of position.  The counts are items, not accounts.

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  DAYS-OVERDUE                PIC S9(8).
       01  OVERDUE-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  HISTORY-STATUS              PIC XX.
       01  OPENITEM-STATUS             PIC XX.
       01  OPENITEM-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  OPENITEM-ON-HAND        VALUE 'Y'.
       01  OPEN-SCAN-EOF-STATUS        PIC X.
           88  OPEN-SCAN-END           VALUE 'Y'.
       01  AGE-FROM-DATE               PIC 9(8).
       01  AGE-AMOUNT                  PIC 9(7)V99.
       01  ITEMIZED-AMOUNT             PIC 9(7)V99.
       01  RUNLOG-FUNCTION              PIC X.
       01  RUNLOG-JOB-NAME              PIC X(8).
       01  RUNLOG-RECORD-COUNT          PIC 9(7) VALUE ZERO.
               'OVERDUE ACCOUNT AGING REPORT'.
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(18) VALUE 'AGE BUCKET'.
           05  FILLER                  PIC X(12) VALUE '   ITEMS'.
           05  FILLER                  PIC X(15) VALUE 'DOLLARS'.
       01  DETAIL-LINE.
           05  DTL-BUCKET-NAME         PIC X(18).
           OPEN INPUT PAYMENT-OVERDUE-REPORT
                OUTPUT AGING-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPENITEM-STATUS = '00'
               MOVE 'Y' TO OPENITEM-ON-HAND-SWITCH.
           PERFORM 0800-READ-OVERDUE-RECORD.
           PERFORM 0200-BUCKET-OVERDUE-RECORD
               UNTIL OVERDUE-END.
           PERFORM 0950-APPEND-AGING-HISTORY.
           CLOSE PAYMENT-OVERDUE-REPORT
                 AGING-REPORT.
           IF OPENITEM-ON-HAND
               CLOSE OPEN-ITEM-FILE.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE OVERDUE-READ-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               PERFORM 0250-AGE-OVERDUE-RECORD
               PERFORM 0800-READ-OVERDUE-RECORD.

      *  The unpaid items are aged first; the unitemized remainder
      *  of the reported balance is aged from the billed date.
      *  Should the items ever add up to more than the reported
      *  balance (a balance corrected by hand), nothing is left
      *  over to age.
       0250-AGE-OVERDUE-RECORD.
           MOVE ZERO TO ITEMIZED-AMOUNT.
           IF OPENITEM-ON-HAND
               PERFORM 0300-AGE-OPEN-ITEMS.
           IF OVRDUE-BALANCE-DUE > ITEMIZED-AMOUNT
               COMPUTE AGE-AMOUNT =
                   OVRDUE-BALANCE-DUE - ITEMIZED-AMOUNT
               MOVE OVRDUE-BILLED-DATE TO AGE-FROM-DATE
               PERFORM 0350-BUCKET-ONE-AMOUNT.

       0300-AGE-OPEN-ITEMS.
           MOVE 'N' TO OPEN-SCAN-EOF-STATUS.
           MOVE OVRDUE-ACCOUNT-NR TO OPEN-ACCOUNT-NR.
           MOVE LOW-VALUES TO OPEN-INVOICE-NR.
           START OPEN-ITEM-FILE KEY NOT LESS THAN OPEN-KEY
               INVALID KEY
                   MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL OPEN-SCAN-END
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                   NOT AT END
                       IF OPEN-ACCOUNT-NR NOT = OVRDUE-ACCOUNT-NR
                           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                       ELSE
                       IF OPEN-UNPAID-AMOUNT > ZERO
                           ADD OPEN-UNPAID-AMOUNT TO ITEMIZED-AMOUNT
                           MOVE OPEN-UNPAID-AMOUNT TO AGE-AMOUNT
                           MOVE OPEN-INVOICE-DATE TO AGE-FROM-DATE
                           PERFORM 0350-BUCKET-ONE-AMOUNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0350-BUCKET-ONE-AMOUNT.

           COMPUTE DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-INTEGER) -
               FUNCTION INTEGER-OF-DATE (AGE-FROM-DATE).

           EVALUATE TRUE
               WHEN DAYS-OVERDUE <= 30
                   ADD 1 TO BUCKET-30-COUNT
                   ADD AGE-AMOUNT TO BUCKET-30-AMOUNT
               WHEN DAYS-OVERDUE <= 60
                   ADD 1 TO BUCKET-60-COUNT
                   ADD AGE-AMOUNT TO BUCKET-60-AMOUNT
               WHEN DAYS-OVERDUE <= 90
                   ADD 1 TO BUCKET-90-COUNT
                   ADD AGE-AMOUNT TO BUCKET-90-AMOUNT
               WHEN DAYS-OVERDUE <= 120
                   ADD 1 TO BUCKET-120-COUNT
                   ADD AGE-AMOUNT TO BUCKET-120-AMOUNT
               WHEN OTHER
                   ADD 1 TO BUCKET-120-PLUS-COUNT
                   ADD AGE-AMOUNT TO BUCKET-120-PLUS-AMOUNT
           END-EVALUATE.

       0800-READ-OVERDUE-RECORD.
