      *    - the top-20 customer ranking by rolling 12-month
      *      volume;
      *    - customers whose rolling volume fell to less than half
      *      the prior year's, flagged as the call list;
      *    - every item's rolling 12-month quantity and sales
      *      against the 12 months before that, from the order
      *      line items SORT1 posts to ORDHLINE alongside ORDHIST
      *      (orders from before line items have none, so they
      *      count in the other sections only).
      *
      *  "Rolling 12 months" is the 365 days up to the run date;
      *  "prior" is the 365 days before that.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT ORDER-HISTORY-LINES  ASSIGN TO "ORDHLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHLN-KEY
                                       FILE STATUS HISTORY-LINE-STATUS.
           SELECT ANALYSIS-REPORT      ASSIGN TO "SALESYOY.DAT"
                                       LINE SEQUENTIAL.

           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       FD  ORDER-HISTORY-LINES.
       01  ORDER-HISTORY-LINE-RECORD.
           05  OHLN-KEY.
               10  OHLN-CUSTOMER-CODE     PIC X(6).
               10  OHLN-ORDER-DATE        PIC 9(8).
               10  OHLN-ORDER-NUMBER      PIC 9(6).
               10  OHLN-LINE-NUMBER       PIC 9(3).
           05  OHLN-ITEM-NUMBER           PIC X(10).
           05  OHLN-DESCRIPTION           PIC X(25).
           05  OHLN-UNIT-OF-MEASURE       PIC X(4).
           05  OHLN-QUANTITY              PIC 9(5).
           05  OHLN-SHIPPED-QUANTITY      PIC 9(5).
           05  OHLN-UNIT-PRICE            PIC 9(6)V99.
           05  OHLN-EXTENDED-AMOUNT       PIC 9(8)V99.
           05  FILLER                     PIC X(6).

       FD  ANALYSIS-REPORT.
       01  ANALYSIS-REPORT-LINE        PIC X(100).
       01  HISTORY-STATUS              PIC XX.
       01  HISTORY-EOF-STATUS          PIC X VALUE 'N'.
           88  HISTORY-END             VALUE 'Y'.
       01  HISTORY-LINE-STATUS         PIC XX.
       01  HISTORY-LINE-EOF-STATUS     PIC X VALUE 'N'.
           88  HISTORY-LINE-END        VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
               10  STBL-NAME           PIC X(25).
               10  STBL-ROLLING-12     PIC 9(11)V99.
               10  STBL-PRIOR-12       PIC 9(11)V99.
       01  NR-ITEMS                    PIC 999 VALUE ZERO.
       01  ITEM-SUB                    PIC 999.
       01  ITEM-FOUND-SUB              PIC 999.
       01  ITEM-TABLE.
           05  ITEM-ROW OCCURS 300 TIMES.
               10  ITBL-ITEM-NUMBER    PIC X(10).
               10  ITBL-DESCRIPTION    PIC X(25).
               10  ITBL-ROLLING-QTY    PIC 9(6).
               10  ITBL-ROLLING-12     PIC 9(11)V99.
               10  ITBL-PRIOR-QTY      PIC 9(6).
               10  ITBL-PRIOR-12       PIC 9(11)V99.
       01  RANK-NR                     PIC 99.
       01  BEST-SUB                    PIC 999.
       01  HALF-PRIOR                  PIC 9(11)V99.
           05  VOL-PRIOR               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  VOL-FLAG                PIC X(12).
       01  ITEM-DETAIL-LINE.
           05  ITM-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-DESCRIPTION         PIC X(25).
           05  FILLER                  PIC X(10) VALUE '  ROLLING '.
           05  ITM-ROLLING-QTY         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-ROLLING             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE '  PRIOR  '.
           05  ITM-PRIOR-QTY           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-PRIOR               PIC ZZZ,ZZZ,ZZ9.99.
       01  RANK-DETAIL-LINE.
           05  RNK-RANK                PIC Z9.
           05  FILLER                  PIC XX VALUE SPACES.
           PERFORM 0200-ACCUMULATE-ONE-ORDER
               UNTIL HISTORY-END.
           CLOSE ORDER-HISTORY.
           OPEN INPUT ORDER-HISTORY-LINES.
           IF HISTORY-LINE-STATUS = '00'
               PERFORM 0400-ACCUMULATE-ONE-LINE
                   UNTIL HISTORY-LINE-END
               CLOSE ORDER-HISTORY-LINES.
           PERFORM 0500-PRINT-ANALYSIS.
           STOP RUN.

                   ADD OHIST-ORDER-AMOUNT
                       TO STBL-PRIOR-12 (SMAN-FOUND-SUB).

      *  The same rolling windows as the customer volumes, dated by
      *  the order the line belongs to.
       0400-ACCUMULATE-ONE-LINE.
           READ ORDER-HISTORY-LINES NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-LINE-EOF-STATUS.
           IF HISTORY-LINE-END
               EXIT PARAGRAPH.
           COMPUTE ORDER-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (OHLN-ORDER-DATE).
           COMPUTE DAYS-BACK = TODAY-INTEGER - ORDER-DAY-INTEGER.
           IF DAYS-BACK < ZERO OR DAYS-BACK > 730
               EXIT PARAGRAPH.
           MOVE ZERO TO ITEM-FOUND-SUB.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > NR-ITEMS
                  OR ITEM-FOUND-SUB > ZERO
               IF ITBL-ITEM-NUMBER (ITEM-SUB) = OHLN-ITEM-NUMBER
                   MOVE ITEM-SUB TO ITEM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF ITEM-FOUND-SUB = ZERO
             AND NR-ITEMS < 300
               ADD 1 TO NR-ITEMS
               MOVE NR-ITEMS TO ITEM-FOUND-SUB
               MOVE OHLN-ITEM-NUMBER TO ITBL-ITEM-NUMBER (NR-ITEMS)
               MOVE OHLN-DESCRIPTION TO ITBL-DESCRIPTION (NR-ITEMS)
               MOVE ZERO TO ITBL-ROLLING-QTY (NR-ITEMS)
                            ITBL-ROLLING-12 (NR-ITEMS)
                            ITBL-PRIOR-QTY (NR-ITEMS)
                            ITBL-PRIOR-12 (NR-ITEMS).
           IF ITEM-FOUND-SUB > ZERO
               IF DAYS-BACK <= 365
                   ADD OHLN-QUANTITY
                       TO ITBL-ROLLING-QTY (ITEM-FOUND-SUB)
                   ADD OHLN-EXTENDED-AMOUNT
                       TO ITBL-ROLLING-12 (ITEM-FOUND-SUB)
               ELSE
                   ADD OHLN-QUANTITY
                       TO ITBL-PRIOR-QTY (ITEM-FOUND-SUB)
                   ADD OHLN-EXTENDED-AMOUNT
                       TO ITBL-PRIOR-12 (ITEM-FOUND-SUB).

       0500-PRINT-ANALYSIS.
           OPEN OUTPUT ANALYSIS-REPORT.
           MOVE CURRENT-DATE-INTEGER TO HDG-DATE.
           PERFORM 0600-PRINT-CUSTOMER-VOLUMES.
           PERFORM 0650-PRINT-SALESMAN-VOLUMES.
           PERFORM 0700-PRINT-TOP-20.
           PERFORM 0750-PRINT-ITEM-SALES.
           CLOSE ANALYSIS-REPORT.

      *  A customer at less than half the prior year's rolling
                   WRITE ANALYSIS-REPORT-LINE FROM RANK-DETAIL-LINE
               END-IF
           END-PERFORM.

       0750-PRINT-ITEM-SALES.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ITEM ROLLING 12-MONTH QUANTITY AND SALES'
               TO SECTION-HEADING.
           WRITE ANALYSIS-REPORT-LINE FROM SECTION-HEADING.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > NR-ITEMS
               MOVE ITBL-ITEM-NUMBER (ITEM-SUB) TO ITM-ITEM-NUMBER
               MOVE ITBL-DESCRIPTION (ITEM-SUB) TO ITM-DESCRIPTION
               MOVE ITBL-ROLLING-QTY (ITEM-SUB) TO ITM-ROLLING-QTY
               MOVE ITBL-ROLLING-12 (ITEM-SUB) TO ITM-ROLLING
               MOVE ITBL-PRIOR-QTY (ITEM-SUB) TO ITM-PRIOR-QTY
               MOVE ITBL-PRIOR-12 (ITEM-SUB) TO ITM-PRIOR
               WRITE ANALYSIS-REPORT-LINE FROM ITEM-DETAIL-LINE
           END-PERFORM.
