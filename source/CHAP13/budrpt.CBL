       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Budrpt.

      *  Month-end budget versus actual report.  Run after GLCLOSE
      *  has put the month on the permanent ledger GLLEDGER.DAT.
      *  For the month asked for, BUDRPT.DAT shows every GL account
      *  twice -- the month, then the year to date -- as:
      *
      *    ACTUAL    the ledger's debits and credits netted in the
      *              direction the account normally runs;
      *    ORIGINAL  the plan BUDGLOAD loaded from finance's file;
      *    REVISED   the budget as reforecast through BUDMAINT;
      *    VARIANCE  actual less revised budget, in dollars and as a
      *              percent of the revised budget.
      *
      *  A variance past the threshold percent in BUDGPARM.DAT
      *  (10.0 when the file is missing) is flagged OVER or UNDER;
      *  so is any actual against a zero budget.
      *
      *  Accounts print in the order of the chart of accounts
      *  GLCHART.DAT, which carries each account's description,
      *  normal balance, and reporting group; a subtotal follows
      *  each group.  Keep the chart in group order.  An account
      *  with actuals or a budget but no chart record prints last,
      *  as debit-normal, under group '????'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS    ASSIGN TO "GLCHART.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CHART-STATUS.
           SELECT LEDGER-FILE          ASSIGN TO "GLLEDGER.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS LEDGER-STATUS.
           SELECT BUDGET-FILE          ASSIGN TO "BUDGET.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BUD-KEY
                                       FILE STATUS IS BUDGET-STATUS.
           SELECT BUDGET-PARMS         ASSIGN TO "BUDGPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT MONTH-END-CONTROL    ASSIGN TO "GLMOCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CONTROL-STATUS.
           SELECT BUDGET-REPORT        ASSIGN TO "BUDRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS.
       01  CHART-RECORD.
           05  CHT-ACCOUNT-CODE        PIC X(8).
           05  CHT-GROUP-CODE          PIC X(4).
           05  CHT-GROUP-NAME          PIC X(20).
           05  CHT-NORMAL-BALANCE      PIC X.
               88  CHT-CREDIT-NORMAL    VALUE 'C'.
           05  CHT-DESCRIPTION         PIC X(20).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDGR-MONTH              PIC 9(6).
           05  LDGR-ACCOUNT-CODE       PIC X(8).
           05  LDGR-DEBIT-TOTAL        PIC 9(11)V99.
           05  LDGR-CREDIT-TOTAL       PIC 9(11)V99.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-ACCOUNT-CODE    PIC X(8).
               10  BUD-YEAR            PIC 9(4).
           05  BUD-MONTH-ENTRY OCCURS 12 TIMES.
               10  BUD-ORIGINAL-AMOUNT PIC 9(9)V99.
               10  BUD-REVISED-AMOUNT  PIC 9(9)V99.
           05  BUD-LOADED-DATE         PIC 9(8).
           05  BUD-REVISED-DATE        PIC 9(8).
           05  BUD-REVISED-BY          PIC X(20).
           05  FILLER                  PIC X(10).

       FD  BUDGET-PARMS.
       01  BUDGET-PARM-RECORD.
           05  BPRM-THRESHOLD-PCT      PIC 9(3)V9.

       FD  MONTH-END-CONTROL.
       01  MONTH-END-CONTROL-RECORD.
           05  MCTL-LAST-MONTH-CLOSED  PIC 9(6).

       FD  BUDGET-REPORT.
       01  BUDGET-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  CHART-STATUS                PIC XX.
       01  LEDGER-STATUS               PIC XX.
       01  BUDGET-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  FILE-EOF-STATUS             PIC X.
           88  FILE-END                VALUE 'Y'.
       01  REPORT-MONTH-INPUT          PIC X(6).
       01  REPORT-MONTH                PIC 9(6).
       01  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05  REPORT-YEAR             PIC 9(4).
           05  REPORT-MONTH-NR         PIC 99.
       01  LEDGER-MONTH-PARTS.
           05  LEDGER-YEAR             PIC 9(4).
           05  LEDGER-MONTH-NR         PIC 99.
       01  LAST-MONTH-CLOSED           PIC 9(6) VALUE ZERO.
       01  THRESHOLD-PCT               PIC 9(3)V9 VALUE 10.0.
       01  NR-ACCOUNTS                 PIC 9(3) VALUE ZERO.
       01  ACCOUNT-SUB                 PIC 9(3).
       01  ACCOUNT-FOUND-SUB           PIC 9(3).
       01  MONTH-SUB                   PIC 99.
       01  SEARCH-ACCOUNT-CODE         PIC X(8).
       01  NET-AMOUNT                  PIC S9(11)V99.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 200 TIMES.
               10  ATBL-ACCOUNT-CODE   PIC X(8).
               10  ATBL-GROUP-CODE     PIC X(4).
               10  ATBL-GROUP-NAME     PIC X(20).
               10  ATBL-NORMAL-BALANCE PIC X.
               10  ATBL-DESCRIPTION    PIC X(20).
               10  ATBL-MONTH-ACTUAL   PIC S9(11)V99.
               10  ATBL-MONTH-ORIGINAL PIC 9(11)V99.
               10  ATBL-MONTH-REVISED  PIC 9(11)V99.
               10  ATBL-YTD-ACTUAL     PIC S9(11)V99.
               10  ATBL-YTD-ORIGINAL   PIC 9(11)V99.
               10  ATBL-YTD-REVISED    PIC 9(11)V99.
       01  GROUP-TOTALS.
           05  GRP-MONTH-ACTUAL        PIC S9(11)V99.
           05  GRP-MONTH-ORIGINAL      PIC 9(11)V99.
           05  GRP-MONTH-REVISED       PIC 9(11)V99.
           05  GRP-YTD-ACTUAL          PIC S9(11)V99.
           05  GRP-YTD-ORIGINAL        PIC 9(11)V99.
           05  GRP-YTD-REVISED         PIC 9(11)V99.
       01  CURRENT-GROUP-CODE          PIC X(4).
       01  CURRENT-GROUP-NAME          PIC X(20).
       01  LINE-ACTUAL                 PIC S9(11)V99.
       01  LINE-ORIGINAL               PIC 9(11)V99.
       01  LINE-REVISED                PIC 9(11)V99.
       01  LINE-VARIANCE               PIC S9(11)V99.
       01  LINE-PERCENT                PIC S9(5)V9.
       01  ABSOLUTE-PERCENT            PIC 9(5)V9.
       01  LINES-FLAGGED-COUNT         PIC 9(5) VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(28) VALUE
               'BUDGET VERSUS ACTUAL, MONTH '.
           05  HDG-MONTH               PIC 9(6).
           05  FILLER                  PIC X(18) VALUE
               '   VARIANCES OVER '.
           05  HDG-THRESHOLD           PIC ZZ9.9.
           05  FILLER                  PIC X(10) VALUE '% FLAGGED'.
       01  NOT-CLOSED-LINE.
           05  FILLER                  PIC X(50) VALUE
               '*MONTH NOT YET CLOSED -- ACTUALS ARE INCOMPLETE*'.
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(32) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(6) VALUE 'PERIOD'.
           05  FILLER                  PIC X(16) VALUE
               '          ACTUAL'.
           05  FILLER                  PIC X(16) VALUE
               '        ORIGINAL'.
           05  FILLER                  PIC X(16) VALUE
               '         REVISED'.
           05  FILLER                  PIC X(16) VALUE
               '        VARIANCE'.
           05  FILLER                  PIC X(8) VALUE '     PCT'.
       01  GROUP-HEADING-LINE.
           05  FILLER                  PIC X(6) VALUE 'GROUP '.
           05  GHD-GROUP-CODE          PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  GHD-GROUP-NAME          PIC X(20).
       01  DETAIL-LINE.
           05  DTL-ACCOUNT-CODE        PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-PERIOD              PIC X(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-ORIGINAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-REVISED             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-VARIANCE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-PERCENT             PIC ZZZZ9.9-.
           05  DTL-PERCENT-TEXT REDEFINES DTL-PERCENT
                                       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-FLAG                PIC X(6).
       01  FLAGGED-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'LINES FLAGGED:          '.
           05  FLT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           DISPLAY 'BUDGET VERSUS ACTUAL REPORT'.
           DISPLAY 'ENTER THE MONTH TO REPORT (CCYYMM)'.
           ACCEPT REPORT-MONTH-INPUT.
           IF REPORT-MONTH-INPUT NOT NUMERIC
               DISPLAY 'THAT IS NOT A MONTH -- NO REPORT'
               STOP RUN.
           MOVE REPORT-MONTH-INPUT TO REPORT-MONTH.
           IF REPORT-MONTH-NR < 1 OR REPORT-MONTH-NR > 12
               DISPLAY 'THAT IS NOT A MONTH -- NO REPORT'
               STOP RUN.
           PERFORM 0100-READ-CONTROLS.
           PERFORM 0200-LOAD-CHART.
           PERFORM 0300-ACCUMULATE-ACTUALS.
           PERFORM 0400-ACCUMULATE-BUDGETS.
           PERFORM 0500-PRINT-REPORT.
           DISPLAY 'BUDRPT: ' NR-ACCOUNTS ' ACCOUNTS REPORTED, '
               LINES-FLAGGED-COUNT ' LINES FLAGGED'.
           STOP RUN.

       0100-READ-CONTROLS.
           OPEN INPUT BUDGET-PARMS.
           IF PARM-STATUS = '00'
               READ BUDGET-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BPRM-THRESHOLD-PCT NUMERIC
                         AND BPRM-THRESHOLD-PCT > ZERO
                           MOVE BPRM-THRESHOLD-PCT TO THRESHOLD-PCT
                       END-IF
               END-READ
               CLOSE BUDGET-PARMS.
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

       0200-LOAD-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF CHART-STATUS NOT = '00'
               DISPLAY 'BUDRPT: NO GLCHART.DAT -- ACCOUNTS PRINT '
                   'UNGROUPED'
               EXIT PARAGRAPH.
           MOVE 'N' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ CHART-OF-ACCOUNTS
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF CHT-ACCOUNT-CODE NOT = SPACES
                           MOVE CHT-ACCOUNT-CODE
                               TO SEARCH-ACCOUNT-CODE
                           PERFORM 0350-FIND-ACCOUNT-ENTRY
                           IF ACCOUNT-FOUND-SUB > ZERO
                               MOVE CHT-GROUP-CODE TO
                                   ATBL-GROUP-CODE (ACCOUNT-FOUND-SUB)
                               MOVE CHT-GROUP-NAME TO
                                   ATBL-GROUP-NAME (ACCOUNT-FOUND-SUB)
                               MOVE CHT-DESCRIPTION TO
                                   ATBL-DESCRIPTION (ACCOUNT-FOUND-SUB)
                               IF CHT-CREDIT-NORMAL
                                   MOVE 'C' TO ATBL-NORMAL-BALANCE
                                       (ACCOUNT-FOUND-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-OF-ACCOUNTS.

      *  The ledger holds one record per account per closed month;
      *  every month of the report year up to the report month
      *  counts toward the year to date.
       0300-ACCUMULATE-ACTUALS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = '00'
               DISPLAY 'BUDRPT: NO GLLEDGER.DAT -- ACTUALS ARE ZERO'
               EXIT PARAGRAPH.
           MOVE 'N' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       MOVE LDGR-MONTH TO LEDGER-MONTH-PARTS
                       IF LEDGER-YEAR = REPORT-YEAR
                         AND LDGR-MONTH NOT > REPORT-MONTH
                           PERFORM 0320-POST-LEDGER-MONTH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

       0320-POST-LEDGER-MONTH.
           MOVE LDGR-ACCOUNT-CODE TO SEARCH-ACCOUNT-CODE.
           PERFORM 0350-FIND-ACCOUNT-ENTRY.
           IF ACCOUNT-FOUND-SUB > ZERO
               IF ATBL-NORMAL-BALANCE (ACCOUNT-FOUND-SUB) = 'C'
                   COMPUTE NET-AMOUNT =
                       LDGR-CREDIT-TOTAL - LDGR-DEBIT-TOTAL
               ELSE
                   COMPUTE NET-AMOUNT =
                       LDGR-DEBIT-TOTAL - LDGR-CREDIT-TOTAL
               END-IF
               ADD NET-AMOUNT TO ATBL-YTD-ACTUAL (ACCOUNT-FOUND-SUB)
               IF LDGR-MONTH = REPORT-MONTH
                   ADD NET-AMOUNT
                       TO ATBL-MONTH-ACTUAL (ACCOUNT-FOUND-SUB)
               END-IF
           END-IF.

       0350-FIND-ACCOUNT-ENTRY.
           MOVE ZERO TO ACCOUNT-FOUND-SUB.
           PERFORM VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > NR-ACCOUNTS
                  OR ACCOUNT-FOUND-SUB > ZERO
               IF ATBL-ACCOUNT-CODE (ACCOUNT-SUB)
                   = SEARCH-ACCOUNT-CODE
                   MOVE ACCOUNT-SUB TO ACCOUNT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND-SUB = ZERO
               IF NR-ACCOUNTS < 200
                   ADD 1 TO NR-ACCOUNTS
                   MOVE NR-ACCOUNTS TO ACCOUNT-FOUND-SUB
                   MOVE SEARCH-ACCOUNT-CODE
                       TO ATBL-ACCOUNT-CODE (NR-ACCOUNTS)
                   MOVE '????' TO ATBL-GROUP-CODE (NR-ACCOUNTS)
                   MOVE 'NOT ON THE CHART'
                       TO ATBL-GROUP-NAME (NR-ACCOUNTS)
                   MOVE 'D' TO ATBL-NORMAL-BALANCE (NR-ACCOUNTS)
                   MOVE SPACES TO ATBL-DESCRIPTION (NR-ACCOUNTS)
                   MOVE ZERO TO ATBL-MONTH-ACTUAL (NR-ACCOUNTS)
                                ATBL-MONTH-ORIGINAL (NR-ACCOUNTS)
                                ATBL-MONTH-REVISED (NR-ACCOUNTS)
                                ATBL-YTD-ACTUAL (NR-ACCOUNTS)
                                ATBL-YTD-ORIGINAL (NR-ACCOUNTS)
                                ATBL-YTD-REVISED (NR-ACCOUNTS)
               ELSE
                   DISPLAY 'BUDRPT: ACCOUNT TABLE FULL, '
                       SEARCH-ACCOUNT-CODE ' LEFT OFF THE REPORT'.

       0400-ACCUMULATE-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDRPT: NO BUDGET.DAT -- BUDGETS ARE ZERO'
               EXIT PARAGRAPH.
           MOVE 'N' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF BUD-YEAR = REPORT-YEAR
                           PERFORM 0420-POST-BUDGET-YEAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

       0420-POST-BUDGET-YEAR.
           MOVE BUD-ACCOUNT-CODE TO SEARCH-ACCOUNT-CODE.
           PERFORM 0350-FIND-ACCOUNT-ENTRY.
           IF ACCOUNT-FOUND-SUB > ZERO
               MOVE BUD-ORIGINAL-AMOUNT (REPORT-MONTH-NR)
                   TO ATBL-MONTH-ORIGINAL (ACCOUNT-FOUND-SUB)
               MOVE BUD-REVISED-AMOUNT (REPORT-MONTH-NR)
                   TO ATBL-MONTH-REVISED (ACCOUNT-FOUND-SUB)
               PERFORM VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > REPORT-MONTH-NR
                   ADD BUD-ORIGINAL-AMOUNT (MONTH-SUB)
                       TO ATBL-YTD-ORIGINAL (ACCOUNT-FOUND-SUB)
                   ADD BUD-REVISED-AMOUNT (MONTH-SUB)
                       TO ATBL-YTD-REVISED (ACCOUNT-FOUND-SUB)
               END-PERFORM
           END-IF.

       0500-PRINT-REPORT.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE REPORT-MONTH TO HDG-MONTH.
           MOVE THRESHOLD-PCT TO HDG-THRESHOLD.
           WRITE BUDGET-REPORT-LINE FROM REPORT-HEADING.
           IF REPORT-MONTH > LAST-MONTH-CLOSED
               WRITE BUDGET-REPORT-LINE FROM NOT-CLOSED-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE BUDGET-REPORT-LINE FROM COLUMN-HEADING.
           MOVE LOW-VALUES TO CURRENT-GROUP-CODE.
           PERFORM VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > NR-ACCOUNTS
               IF ATBL-GROUP-CODE (ACCOUNT-SUB) NOT = CURRENT-GROUP-CODE
                   IF CURRENT-GROUP-CODE NOT = LOW-VALUES
                       PERFORM 0600-PRINT-GROUP-TOTAL
                   END-IF
                   PERFORM 0550-START-GROUP
               END-IF
               PERFORM 0520-PRINT-ONE-ACCOUNT
           END-PERFORM.
           IF CURRENT-GROUP-CODE NOT = LOW-VALUES
               PERFORM 0600-PRINT-GROUP-TOTAL.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE LINES-FLAGGED-COUNT TO FLT-COUNT.
           WRITE BUDGET-REPORT-LINE FROM FLAGGED-TOTAL-LINE.
           CLOSE BUDGET-REPORT.

       0520-PRINT-ONE-ACCOUNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ATBL-ACCOUNT-CODE (ACCOUNT-SUB) TO DTL-ACCOUNT-CODE.
           MOVE ATBL-DESCRIPTION (ACCOUNT-SUB) TO DTL-DESCRIPTION.
           MOVE 'MONTH' TO DTL-PERIOD.
           MOVE ATBL-MONTH-ACTUAL (ACCOUNT-SUB) TO LINE-ACTUAL.
           MOVE ATBL-MONTH-ORIGINAL (ACCOUNT-SUB) TO LINE-ORIGINAL.
           MOVE ATBL-MONTH-REVISED (ACCOUNT-SUB) TO LINE-REVISED.
           PERFORM 0700-PRINT-AMOUNT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'YTD' TO DTL-PERIOD.
           MOVE ATBL-YTD-ACTUAL (ACCOUNT-SUB) TO LINE-ACTUAL.
           MOVE ATBL-YTD-ORIGINAL (ACCOUNT-SUB) TO LINE-ORIGINAL.
           MOVE ATBL-YTD-REVISED (ACCOUNT-SUB) TO LINE-REVISED.
           PERFORM 0700-PRINT-AMOUNT-LINE.
           ADD ATBL-MONTH-ACTUAL (ACCOUNT-SUB) TO GRP-MONTH-ACTUAL.
           ADD ATBL-MONTH-ORIGINAL (ACCOUNT-SUB) TO GRP-MONTH-ORIGINAL.
           ADD ATBL-MONTH-REVISED (ACCOUNT-SUB) TO GRP-MONTH-REVISED.
           ADD ATBL-YTD-ACTUAL (ACCOUNT-SUB) TO GRP-YTD-ACTUAL.
           ADD ATBL-YTD-ORIGINAL (ACCOUNT-SUB) TO GRP-YTD-ORIGINAL.
           ADD ATBL-YTD-REVISED (ACCOUNT-SUB) TO GRP-YTD-REVISED.

       0550-START-GROUP.
           MOVE ATBL-GROUP-CODE (ACCOUNT-SUB) TO CURRENT-GROUP-CODE.
           MOVE ATBL-GROUP-NAME (ACCOUNT-SUB) TO CURRENT-GROUP-NAME.
           MOVE ZERO TO GRP-MONTH-ACTUAL GRP-MONTH-ORIGINAL
                        GRP-MONTH-REVISED GRP-YTD-ACTUAL
                        GRP-YTD-ORIGINAL GRP-YTD-REVISED.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CURRENT-GROUP-CODE TO GHD-GROUP-CODE.
           MOVE CURRENT-GROUP-NAME TO GHD-GROUP-NAME.
           WRITE BUDGET-REPORT-LINE FROM GROUP-HEADING-LINE.

       0600-PRINT-GROUP-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'TOTAL' TO DTL-ACCOUNT-CODE.
           MOVE CURRENT-GROUP-NAME TO DTL-DESCRIPTION.
           MOVE 'MONTH' TO DTL-PERIOD.
           MOVE GRP-MONTH-ACTUAL TO LINE-ACTUAL.
           MOVE GRP-MONTH-ORIGINAL TO LINE-ORIGINAL.
           MOVE GRP-MONTH-REVISED TO LINE-REVISED.
           PERFORM 0700-PRINT-AMOUNT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'YTD' TO DTL-PERIOD.
           MOVE GRP-YTD-ACTUAL TO LINE-ACTUAL.
           MOVE GRP-YTD-ORIGINAL TO LINE-ORIGINAL.
           MOVE GRP-YTD-REVISED TO LINE-REVISED.
           PERFORM 0700-PRINT-AMOUNT-LINE.

      *  Variance runs actual less revised budget.  With no revised
      *  budget there is no percent to show, and any actual at all
      *  is flagged.
       0700-PRINT-AMOUNT-LINE.
           COMPUTE LINE-VARIANCE = LINE-ACTUAL - LINE-REVISED.
           MOVE LINE-ACTUAL TO DTL-ACTUAL.
           MOVE LINE-ORIGINAL TO DTL-ORIGINAL.
           MOVE LINE-REVISED TO DTL-REVISED.
           MOVE LINE-VARIANCE TO DTL-VARIANCE.
           MOVE SPACES TO DTL-FLAG.
           IF LINE-REVISED = ZERO
               MOVE SPACES TO DTL-PERCENT-TEXT
               IF LINE-ACTUAL > ZERO
                   MOVE '*OVER' TO DTL-FLAG
               ELSE
               IF LINE-ACTUAL < ZERO
                   MOVE '*UNDER' TO DTL-FLAG
               END-IF
               END-IF
           ELSE
               COMPUTE LINE-PERCENT ROUNDED =
                   LINE-VARIANCE * 100 / LINE-REVISED
                   ON SIZE ERROR
                       IF LINE-VARIANCE < ZERO
                           MOVE -99999.9 TO LINE-PERCENT
                       ELSE
                           MOVE 99999.9 TO LINE-PERCENT
                       END-IF
               END-COMPUTE
               MOVE LINE-PERCENT TO DTL-PERCENT
               MOVE LINE-PERCENT TO ABSOLUTE-PERCENT
               IF ABSOLUTE-PERCENT > THRESHOLD-PCT
                   IF LINE-VARIANCE > ZERO
                       MOVE '*OVER' TO DTL-FLAG
                   ELSE
                       MOVE '*UNDER' TO DTL-FLAG
                   END-IF
               END-IF
           END-IF.
           IF DTL-FLAG NOT = SPACES
               ADD 1 TO LINES-FLAGGED-COUNT.
           WRITE BUDGET-REPORT-LINE FROM DETAIL-LINE.
