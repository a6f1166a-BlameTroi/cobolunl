      *  keeps) and by adjustments already approved earlier in the
      *  same run.  Adjustments that name an unknown invoice or
      *  exceed the remaining cap reject to COMMAEXC.DAT untouched.
      *
      *  Split-credit invoices (SPLITCRD.DAT) are capped share by
      *  share: each salesman holding a share may be clawed back up
      *  to the credited amount times that share's percentage at
      *  that salesman's own rate, whichever salesman's OUTSALES.DAT
      *  record carries the invoice.  A salesman with no share in
      *  the split has no commission on it to recover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       LINE SEQUENTIAL.
           SELECT ADJUSTMENT-REGISTER  ASSIGN TO "COMMAREG.DAT"
                                       LINE SEQUENTIAL.
           SELECT SPLIT-CREDIT-FILE    ASSIGN TO "SPLITCRD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE RANDOM
                                       RECORD KEY SPL-INVOICE-NR
                                       FILE STATUS SPLIT-STATUS.
           SELECT CLAWBACK-HISTORY     ASSIGN TO "COMMAHST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
           05  COMMIS-RECORD-TYPE            PIC X.

      *  COMMIS-RECORD-TYPE: space for the earned records COMMISS
      *  writes ('S' for a share of a split-credit invoice), 'A'
      *  for the clawback records appended here -- an
      *  'A' record's commission amount is money to be RECOVERED,
      *  so downstream payment processing subtracts it.

           05  EXCP-INPUT-DATA         PIC X(80).
           05  EXCP-REASON             PIC X(30).

       FD  SPLIT-CREDIT-FILE.
       01  SPLIT-CREDIT-RECORD.
           05  SPL-INVOICE-NR          PIC X(9).
           05  SPL-SHARE OCCURS 4 TIMES.
               10  SPL-SALESMAN-ID     PIC X(9).
               10  SPL-SHARE-PCT       PIC 999V99.
           05  FILLER                  PIC X(11).

       FD  ADJUSTMENT-REGISTER.
       01  REGISTER-LINE               PIC X(80).

       01  RATE-TABLE-NR-ENTRIES       PIC 999 VALUE 0.
       01  RATE-SUB                    PIC 999.
       01  CURRENT-COMMISSION-PCT      PIC V999 VALUE .070.
       01  LOOKUP-SALESMAN-ID          PIC X(9).
       01  SPLIT-STATUS                PIC XX VALUE '00'.
       01  SPLIT-FILE-SWITCH           PIC X VALUE 'N'.
           88  SPLIT-FILE-OPEN          VALUE 'Y'.
       01  SPLIT-FOUND-SWITCH          PIC X.
           88  SPLIT-FOUND              VALUE 'Y'.
       01  SHARE-SUB                   PIC 9.
       01  CLAIMANT-SHARE-PCT          PIC 999V99.
       01  COMMISSION-RATE-TABLE-AREA.
           05  COMMISSION-RATE-TABLE OCCURS 200 TIMES.
               10  TBL-RATE-SALESMAN-ID        PIC X(9).
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) =
                       LOOKUP-SALESMAN-ID
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       CURRENT-COMMISSION-PCT
                   MOVE RATE-TABLE-NR-ENTRIES TO RATE-SUB
      *  status: approved within its cap, over the cap, or -- if
      *  the pass never finds its invoice -- unknown.
       0200-VALIDATE-AGAINST-SALES.
           OPEN INPUT SPLIT-CREDIT-FILE.
           IF SPLIT-STATUS = '00'
               MOVE 'Y' TO SPLIT-FILE-SWITCH.
           OPEN INPUT OUTPUT-SALES-FILE.
           PERFORM UNTIL SALES-END
               READ OUTPUT-SALES-FILE
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-SALES-FILE.
           IF SPLIT-FILE-OPEN
               CLOSE SPLIT-CREDIT-FILE.
           PERFORM VARYING ADJ-SUB FROM 1 BY 1
               UNTIL ADJ-SUB > NR-ADJUSTMENTS
               IF ADJ-PENDING (ADJ-SUB)
               END-IF
           END-PERFORM.

      *  Every pending adjustment is tried against every record,
      *  not just the claimant's own: a share-holder in a split may
      *  be clawed back on an invoice another salesman carries.
       0250-MATCH-SALES-RECORD.
           PERFORM VARYING ADJ-SUB FROM 1 BY 1
               UNTIL ADJ-SUB > NR-ADJUSTMENTS
               IF ADJ-PENDING (ADJ-SUB)
                   PERFORM 0300-MATCH-INVOICE-DETAIL
               END-IF
           END-PERFORM.
               UNTIL INV-SUB > OUTSAL-NR-SALES
               IF OUTSAL-INVOICE-NR (INV-SUB) =
                       ATBL-INVOICE-NR (ADJ-SUB)
                   PERFORM 0320-FIND-CLAIMANT-SHARE
               END-IF
               IF OUTSAL-INVOICE-NR (INV-SUB) =
                       ATBL-INVOICE-NR (ADJ-SUB)
                 AND CLAIMANT-SHARE-PCT > ZERO
                   MOVE ATBL-SALESMAN-ID (ADJ-SUB)
                       TO LOOKUP-SALESMAN-ID
                   PERFORM 0130-LOOKUP-COMMISSION-RATE
                   COMPUTE ORIGINAL-COMMISSION ROUNDED =
                       OUTSAL-AMT-CR-COMMIS (INV-SUB) *
                           CLAIMANT-SHARE-PCT / 100 *
                           CURRENT-COMMISSION-PCT
                   PERFORM 0350-SUM-CLAWED-SO-FAR
                   COMPUTE REMAINING-CAP-AMOUNT =
               END-IF
           END-PERFORM.

      *  The claimant's share of the invoice: all of it when the
      *  invoice is not split and the claimant carries it, the split
      *  percentage when SPLITCRD.DAT names the claimant, else none.
      *  The carrier of a split invoice holding no share of it is
      *  still matched, at a cap of nothing, so the adjustment is
      *  rejected as exceeding the commission rather than as an
      *  unknown invoice.
       0320-FIND-CLAIMANT-SHARE.
           MOVE ZERO TO CLAIMANT-SHARE-PCT.
           MOVE 'N' TO SPLIT-FOUND-SWITCH.
           IF SPLIT-FILE-OPEN
               MOVE ATBL-INVOICE-NR (ADJ-SUB) TO SPL-INVOICE-NR
               READ SPLIT-CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SPLIT-FOUND-SWITCH
               END-READ.
           IF NOT SPLIT-FOUND
               IF ATBL-SALESMAN-ID (ADJ-SUB) = OUTSAL-SALESMAN-ID
                   MOVE 100 TO CLAIMANT-SHARE-PCT
               END-IF
               EXIT PARAGRAPH.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               IF SPL-SALESMAN-ID (SHARE-SUB) =
                       ATBL-SALESMAN-ID (ADJ-SUB)
                 AND SPL-SHARE-PCT (SHARE-SUB) NUMERIC
                   ADD SPL-SHARE-PCT (SHARE-SUB) TO CLAIMANT-SHARE-PCT
               END-IF
           END-PERFORM.
           IF CLAIMANT-SHARE-PCT = ZERO
             AND ATBL-SALESMAN-ID (ADJ-SUB) = OUTSAL-SALESMAN-ID
               MOVE 'O' TO ATBL-STATUS (ADJ-SUB).

      *  What has already been taken back for this invoice: every
      *  clawback on the history file, plus any adjustment earlier
      *  in this run's table already approved for the same invoice
