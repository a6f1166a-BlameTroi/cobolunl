      *  SUSPWORK style:
      *
      *      (R)ELEASE   drops the order, untouched, into INDATA2
      *      (C)ANCEL    drops it on the floor (counted), along
      *                  with its ORDLINE line items
      *      (S)KIP      leaves it held
      *
      *  The session is gated through AUTHCHK (system ORDERS,
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ORDER-KEY
                                       FILE STATUS ORDER-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  HELD-CUSTOMER-NAME  PIC X(25).
               10  HELD-ORDER-AMOUNT   PIC 9(8)V99.
               10  HELD-SALESMAN-NAME  PIC X(25).
               10  HELD-SALESMAN-ID    PIC X(9).
           05  HELD-DATE               PIC 9(8).

       FD  HELD-OUTPUT-FILE.
       01  HELD-OUTPUT-RECORD          PIC X(97).

       FD  OUTSTANDING-ORDERS.
       01  OUTSTANDING-ORDER-RECORD.
           05  ORDER-KEY.
               10  ORDER-DATE-YYYYMMDD    PIC 9(8).
               10  ORDER-NUMBER           PIC 9(6).
           05  FILLER                     PIC X(75).

       FD  ORDER-LINES.
       01  ORDER-LINE-RECORD.
           05  OLIN-KEY.
               10  OLIN-ORDER-DATE     PIC 9(8).
               10  OLIN-ORDER-NUMBER   PIC 9(6).
               10  OLIN-LINE-NUMBER    PIC 9(3).
           05  FILLER                  PIC X(73).

       WORKING-STORAGE SECTION.
       01  HELD-STATUS                 PIC XX.
       01  ORDER-STATUS                PIC XX.
       01  LINE-STATUS                 PIC XX.
       01  LINE-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  LINES-AVAILABLE         VALUE 'Y'.
       01  LINE-SCAN-EOF-STATUS        PIC X.
           88  LINE-SCAN-END           VALUE 'Y'.
       01  HELD-EOF-STATUS             PIC X VALUE 'N'.
           88  HELD-END                VALUE 'Y'.
       01  SESSION-DONE-STATUS         PIC X VALUE 'N'.
               OPEN OUTPUT OUTSTANDING-ORDERS
               CLOSE OUTSTANDING-ORDERS
               OPEN I-O OUTSTANDING-ORDERS.
           OPEN I-O ORDER-LINES.
           IF LINE-STATUS = '00'
               MOVE 'Y' TO LINE-FILE-AVAILABLE.
           PERFORM 0800-READ-HELD-ORDER.
           PERFORM 0200-WORK-ONE-ORDER THRU 0200-EXIT
               UNTIL HELD-END.
           CLOSE HELD-ORDERS-FILE
                 HELD-OUTPUT-FILE
                 OUTSTANDING-ORDERS.
           IF LINES-AVAILABLE
               CLOSE ORDER-LINES.
           DISPLAY 'RELEASED: ' RELEASED-COUNT
               '  CANCELLED: ' CANCELLED-COUNT
               '  STILL HELD: ' STILL-HELD-COUNT.
               WHEN 'C'
               WHEN 'c'
                   ADD 1 TO CANCELLED-COUNT
                   PERFORM 0400-DROP-ORDER-LINES
                   DISPLAY 'ORDER CANCELLED'
               WHEN 'Q'
               WHEN 'q'
                   DISPLAY 'ORDER RELEASED TO THE OUTSTANDING FILE'
           END-WRITE.

      *  A released order keeps its lines on ORDLINE; a cancelled
      *  one must not leave them behind for SHIPCONF to find.
       0400-DROP-ORDER-LINES.
           IF NOT LINES-AVAILABLE
               EXIT PARAGRAPH.
           MOVE 'N' TO LINE-SCAN-EOF-STATUS.
           MOVE HELD-ORDER-DATE TO OLIN-ORDER-DATE.
           MOVE HELD-ORDER-NUMBER TO OLIN-ORDER-NUMBER.
           MOVE ZERO TO OLIN-LINE-NUMBER.
           START ORDER-LINES KEY IS NOT LESS THAN OLIN-KEY
               INVALID KEY
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           END-START.
           PERFORM 0450-DROP-ONE-LINE
               UNTIL LINE-SCAN-END.

       0450-DROP-ONE-LINE.
           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF OLIN-ORDER-DATE NOT = HELD-ORDER-DATE
             OR OLIN-ORDER-NUMBER NOT = HELD-ORDER-NUMBER
               MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           ELSE
               DELETE ORDER-LINES RECORD.

       0600-KEEP-ORDER-HELD.
           IF HELD-CUSTOMER-CODE NOT = SPACES
               ADD 1 TO STILL-HELD-COUNT.
