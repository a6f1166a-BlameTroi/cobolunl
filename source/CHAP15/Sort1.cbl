                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.
           SELECT ORDER-HISTORY-LINES  ASSIGN TO "ORDHLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHLN-KEY
                                       FILE STATUS HISTORY-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILLED-ORDERS.
       01  FILLED-ORDER-RECORD            PIC X(89).

       FD  OUTSTANDING-ORDERS.
       01  OUTSTANDING-ORDER-RECORD.
           05  ORDER-KEY.
               10  ORDER-DATE-YYYYMMDD    PIC 9(8).
               10  ORDER-NUMBER           PIC 9(6).
           05  FILLER                     PIC X(75).
       FD  OUTPUT-DATA
           LABEL RECORDS STANDARD.
       01  OUTPUT-RECORD                  PIC X(89).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SORT-ORDER-DATE-YYYYMMDD   PIC 9(8).
           05  SORT-CUSTOMER-NAME         PIC X(25).
           05  SORT-ORDER-AMOUNT          PIC 9(8)V99.
           05  SORT-SALESMAN-NAME         PIC X(25).
           05  SORT-SALESMAN-ID           PIC X(9).
       FD  SORT1-EXCEPTION-FILE.
       01  SORT1-EXCEPTION-RECORD.
           05  EXCP-INPUT-DATA            PIC X(80).
           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       FD  ORDER-LINES.
       01  ORDER-LINE-RECORD.
           05  OLIN-KEY.
               10  OLIN-ORDER-DATE        PIC 9(8).
               10  OLIN-ORDER-NUMBER      PIC 9(6).
               10  OLIN-LINE-NUMBER       PIC 9(3).
           05  OLIN-ITEM-NUMBER           PIC X(10).
           05  OLIN-DESCRIPTION           PIC X(25).
           05  OLIN-UNIT-OF-MEASURE       PIC X(4).
           05  OLIN-QUANTITY              PIC 9(5).
           05  OLIN-SHIPPED-QUANTITY      PIC 9(5).
           05  OLIN-UNIT-PRICE            PIC 9(6)V99.
           05  OLIN-EXTENDED-AMOUNT       PIC 9(8)V99.
           05  OLIN-TAXABLE-FLAG          PIC X.
           05  FILLER                     PIC X(5).

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
           05  OHLN-TAXABLE-FLAG          PIC X.
           05  FILLER                     PIC X(5).

      *  Cumulative order history.  OUTDATA.DAT is overwritten every
      *  run; this file is not -- every merged order is also posted
      *  here, keyed by customer then date then number, and ORDINQ
      *  answers the order desk's "what did this customer order"
      *  from it.  A rerun of the same day's merge simply rewrites
      *  the same keys.  The order's ORDLINE line items go with it
      *  to ORDHLINE, keyed the same way plus the line number, so
      *  SALESYOY can analyze sales by item.  The salesman ID and
      *  each line's taxable flag go along too: RAENTRY and CRMEMO
      *  work a customer return from history alone -- who to claw
      *  the commission back from, and whether the goods were taxed.

      *  CUSTMNT's customer master.  Every released record's
      *  customer code is checked against it, and the free-text
           88  SORT-EOF                      VALUE 'Y'.
       01  CUSTOMER-STATUS                PIC XX    VALUE '00'.
       01  HISTORY-STATUS                 PIC XX    VALUE '00'.
       01  LINE-STATUS                    PIC XX    VALUE '00'.
       01  HISTORY-LINE-STATUS            PIC XX    VALUE '00'.
       01  ORDER-LINES-AVAILABLE          PIC X     VALUE 'N'.
           88  LINES-AVAILABLE               VALUE 'Y'.
       01  LINE-SCAN-EOF-STATUS           PIC X.
           88  LINE-SCAN-END                 VALUE 'Y'.
       01  CUSTOMER-MASTER-AVAILABLE      PIC X     VALUE 'N'.
           88  CUST-MASTER-AVAILABLE         VALUE 'Y'.
       01  PREV-SALESMAN-NAME              PIC X(25) VALUE LOW-VALUES.
               OPEN OUTPUT ORDER-HISTORY
               CLOSE ORDER-HISTORY
               OPEN I-O ORDER-HISTORY.
           OPEN INPUT ORDER-LINES.
           IF LINE-STATUS = '00'
               MOVE 'Y' TO ORDER-LINES-AVAILABLE
               OPEN I-O ORDER-HISTORY-LINES
               IF HISTORY-LINE-STATUS NOT = '00'
                   OPEN OUTPUT ORDER-HISTORY-LINES
                   CLOSE ORDER-HISTORY-LINES
                   OPEN I-O ORDER-HISTORY-LINES
               END-IF
           END-IF.
           WRITE SUMMARY-REPORT-LINE FROM SUMMARY-HEADING-1.
           MOVE SPACE TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE OUTPUT-DATA
                 SORT1-SUMMARY-FILE
                 ORDER-HISTORY.
           IF LINES-AVAILABLE
               CLOSE ORDER-LINES
                     ORDER-HISTORY-LINES
           END-IF.

      *  A key already on history means this merge was rerun -- the
      *  record is refreshed in place rather than rejected.
           MOVE SORT-CUSTOMER-NAME TO OHIST-CUSTOMER-NAME.
           MOVE SORT-ORDER-AMOUNT TO OHIST-ORDER-AMOUNT.
           MOVE SORT-SALESMAN-NAME TO OHIST-SALESMAN-NAME.
           MOVE SORT-SALESMAN-ID TO OHIST-SALESMAN-ID.
           WRITE ORDER-HISTORY-RECORD
               INVALID KEY
                   REWRITE ORDER-HISTORY-RECORD
           END-WRITE.
           IF LINES-AVAILABLE
               PERFORM 0250-POST-HISTORY-LINES
           END-IF.

       0250-POST-HISTORY-LINES.
           MOVE 'N' TO LINE-SCAN-EOF-STATUS
           MOVE SORT-ORDER-DATE-YYYYMMDD TO OLIN-ORDER-DATE
           MOVE SORT-ORDER-NUMBER TO OLIN-ORDER-NUMBER
           MOVE ZERO TO OLIN-LINE-NUMBER
           START ORDER-LINES KEY IS NOT LESS THAN OLIN-KEY
               INVALID KEY
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           END-START
           PERFORM UNTIL LINE-SCAN-END
               READ ORDER-LINES NEXT RECORD
                   AT END
                       MOVE 'Y' TO LINE-SCAN-EOF-STATUS
                   NOT AT END
                       IF OLIN-ORDER-DATE NOT = SORT-ORDER-DATE-YYYYMMDD
                         OR OLIN-ORDER-NUMBER NOT = SORT-ORDER-NUMBER
                           MOVE 'Y' TO LINE-SCAN-EOF-STATUS
                       ELSE
                           PERFORM 0260-POST-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       0260-POST-ONE-HISTORY-LINE.
           MOVE SPACES TO ORDER-HISTORY-LINE-RECORD
           MOVE SORT-CUSTOMER-CODE TO OHLN-CUSTOMER-CODE
           MOVE OLIN-ORDER-DATE TO OHLN-ORDER-DATE
           MOVE OLIN-ORDER-NUMBER TO OHLN-ORDER-NUMBER
           MOVE OLIN-LINE-NUMBER TO OHLN-LINE-NUMBER
           MOVE OLIN-ITEM-NUMBER TO OHLN-ITEM-NUMBER
           MOVE OLIN-DESCRIPTION TO OHLN-DESCRIPTION
           MOVE OLIN-UNIT-OF-MEASURE TO OHLN-UNIT-OF-MEASURE
           MOVE OLIN-QUANTITY TO OHLN-QUANTITY
           MOVE OLIN-SHIPPED-QUANTITY TO OHLN-SHIPPED-QUANTITY
           MOVE OLIN-UNIT-PRICE TO OHLN-UNIT-PRICE
           MOVE OLIN-EXTENDED-AMOUNT TO OHLN-EXTENDED-AMOUNT
           MOVE OLIN-TAXABLE-FLAG TO OHLN-TAXABLE-FLAG
           WRITE ORDER-HISTORY-LINE-RECORD
               INVALID KEY
                   REWRITE ORDER-HISTORY-LINE-RECORD
           END-WRITE
           .

       0210-WRITE-SALESMAN-TOTAL.
           MOVE PREV-SALESMAN-NAME  TO SDL-SALESMAN-NAME.
