      *  INDATA2 used to be rebuilt from scratch with DATABILD every
      *  time the warehouse reported shipments; this run processes
      *  the daily shipment confirmations (SHIPCONF.DAT) against it
      *  by ORDER-KEY instead.
      *
      *  Orders are shipped by line: a confirmation names the order,
      *  the ORDLINE line number, and the quantity shipped.
      *
      *    - the quantity is counted against the line's quantity
      *      ordered (never past it), and the outstanding amount on
      *      INDATA2 comes down by the quantity times the line's
      *      unit price;
      *    - once every line of the order has shipped in full the
      *      order is filled: it leaves outstanding and is appended
      *      to the filled-orders stream INDATA1.DAT that SORT1
      *      merges, carrying the full order amount (the sum of its
      *      lines) so INVGEN bills the whole order;
      *    - until then it is a partial, and stays on order;
      *    - a confirmation with no matching outstanding order or
      *      order line, or for a line already shipped in full, goes
      *      to the exception report instead of disappearing.
      *
      *  Orders entered before line items have no ORDLINE lines.
      *  For those alone a confirmation with no line number still
      *  ships a dollar amount the old way: covering the full
      *  outstanding amount fills the order, anything less reduces
      *  the outstanding amount in place.
      *
      *  Every matched confirmation also appends one line to the
      *  activity file SHIPACT.DAT -- confirmation date, order key,
      *  customer, salesman, 'F'ull or 'P'artial, amount shipped
      *  (for a line, its quantity at the line's price) -- which
      *  is what the monthly FILLRATE service-level report reads.
      *
      *  The warehouse writes the PICKRUN pick number it shipped
      *  from on the confirmation.  A pick number that is not on
      *  PICKMAST, or was issued for a different order, sends the
      *  confirmation to the exception report, since what shipped
      *  cannot be what was picked; a matching pick is marked
      *  confirmed once the shipment posts, which takes it off
      *  PICKRUN's unconfirmed-picks exception list.  A
      *  confirmation with no pick number posts as before.
      *
      *  The warehouse also writes the carrier and service the
      *  order went by and the shipping weight in pounds.  Lines
      *  packed together carry the carton weight once, on one of
      *  them, and zero on the rest.  Every posted confirmation
      *  carrying a carrier or a weight is kept against its order
      *  on the indexed freight file FRTSHIP -- the carrier and
      *  service first named, the weight summed over the order's
      *  shipments -- which INVGEN rates from the FRTRATE.DAT table
      *  when the order is invoiced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           ACTIVITY-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.
           SELECT PICK-MASTER          ASSIGN TO "PICKMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PICK-NUMBER
                                       FILE STATUS PICK-STATUS-CODE.
           SELECT FREIGHT-SHIPMENTS    ASSIGN TO "FRTSHIP"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FSHP-KEY
                                       FILE STATUS FREIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CONF-ORDER-DATE         PIC 9(8).
           05  CONF-ORDER-NUMBER       PIC 9(6).
           05  CONF-SHIPPED-AMOUNT     PIC 9(8)V99.
           05  CONF-LINE-NUMBER        PIC 9(3).
           05  CONF-SHIPPED-QUANTITY   PIC 9(5).
           05  CONF-PICK-NUMBER        PIC 9(6).
           05  CONF-CARRIER            PIC X(4).
           05  CONF-SERVICE            PIC X(4).
           05  CONF-WEIGHT             PIC 9(5)V9.

       FD  OUTSTANDING-ORDERS.
       01  OUTSTANDING-ORDER-RECORD.
           05  ORDER-CUSTOMER-NAME        PIC X(25).
           05  ORDER-AMOUNT               PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME        PIC X(25).
           05  ORDER-SALESMAN-ID          PIC X(9).

       FD  FILLED-ORDERS.
       01  FILLED-ORDER-RECORD            PIC X(89).

       FD  SHIP-EXCEPTION-FILE.
       01  SHIP-EXCEPTION-RECORD.
           05  ACT-DISPOSITION         PIC X.
           05  ACT-SHIPPED-AMOUNT      PIC 9(8)V99.

       FD  ORDER-LINES.
       01  ORDER-LINE-RECORD.
           05  OLIN-KEY.
               10  OLIN-ORDER-DATE     PIC 9(8).
               10  OLIN-ORDER-NUMBER   PIC 9(6).
               10  OLIN-LINE-NUMBER    PIC 9(3).
           05  OLIN-ITEM-NUMBER        PIC X(10).
           05  OLIN-DESCRIPTION        PIC X(25).
           05  OLIN-UNIT-OF-MEASURE    PIC X(4).
           05  OLIN-QUANTITY           PIC 9(5).
           05  OLIN-SHIPPED-QUANTITY   PIC 9(5).
           05  OLIN-UNIT-PRICE         PIC 9(6)V99.
           05  OLIN-EXTENDED-AMOUNT    PIC 9(8)V99.
           05  OLIN-TAXABLE-FLAG       PIC X.
           05  FILLER                  PIC X(5).

       FD  PICK-MASTER.
       01  PICK-RECORD.
           05  PICK-NUMBER             PIC 9(6).
           05  PICK-STATUS             PIC X.
               88  PICK-IS-OPEN         VALUE 'O'.
               88  PICK-IS-CONFIRMED    VALUE 'C'.
           05  PICK-DATE               PIC 9(8).
           05  PICK-ORDER-DATE         PIC 9(8).
           05  PICK-ORDER-NUMBER       PIC 9(6).
           05  PICK-CUSTOMER-CODE      PIC X(6).
           05  PICK-CUSTOMER-NAME      PIC X(25).
           05  PICK-AMOUNT             PIC 9(8)V99.
           05  PICK-CONFIRM-DATE       PIC 9(8).
           05  FILLER                  PIC XX.

      *  One record per order shipped with freight details.  INVGEN
      *  fills in the zone, the rated cost, and what was billed.
       FD  FREIGHT-SHIPMENTS.
       01  FREIGHT-SHIPMENT-RECORD.
           05  FSHP-KEY.
               10  FSHP-ORDER-DATE     PIC 9(8).
               10  FSHP-ORDER-NUMBER   PIC 9(6).
           05  FSHP-CUSTOMER-CODE      PIC X(6).
           05  FSHP-CARRIER            PIC X(4).
           05  FSHP-SERVICE            PIC X(4).
           05  FSHP-WEIGHT             PIC 9(6)V9.
           05  FSHP-SHIP-DATE          PIC 9(8).
           05  FSHP-ZONE               PIC 99.
           05  FSHP-FREIGHT-TERMS      PIC X.
           05  FSHP-FREIGHT-COST       PIC 9(5)V99.
           05  FSHP-FREIGHT-BILLED     PIC 9(5)V99.
           05  FSHP-INVOICE-DATE       PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  ORDER-STATUS                PIC XX VALUE '00'.
       01  ACTIVITY-STATUS             PIC XX.
       01  ORDERS-FILLED-COUNT         PIC 9(5) VALUE ZERO.
       01  ORDERS-PARTIAL-COUNT        PIC 9(5) VALUE ZERO.
       01  CONFS-UNMATCHED-COUNT       PIC 9(5) VALUE ZERO.
       01  LINE-STATUS                 PIC XX.
       01  LINE-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  LINES-AVAILABLE         VALUE 'Y'.
       01  LINE-SCAN-EOF-STATUS        PIC X.
           88  LINE-SCAN-END           VALUE 'Y'.
       01  ORDER-HAS-LINES-SWITCH      PIC X.
           88  ORDER-HAS-LINES         VALUE 'Y'.
       01  ORDER-FILLED-SWITCH         PIC X.
           88  ORDER-FILLED            VALUE 'Y'.
       01  SHIPPED-VALUE               PIC 9(8)V99.
       01  QUANTITY-TO-SHIP            PIC 9(5).
       01  QUANTITY-OPEN               PIC 9(5).
       01  ORDER-FULL-AMOUNT           PIC 9(9)V99.
       01  PICK-STATUS-CODE            PIC XX.
       01  PICK-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  PICKS-AVAILABLE         VALUE 'Y'.
       01  PICK-MATCHED-SWITCH         PIC X.
           88  PICK-MATCHED            VALUE 'Y'.
       01  EXCEPTIONS-BEFORE-COUNT     PIC 9(5).
       01  PICKS-CONFIRMED-COUNT       PIC 9(5) VALUE ZERO.
       01  FREIGHT-STATUS              PIC XX.
       01  FREIGHT-FILE-AVAILABLE      PIC X VALUE 'N'.
           88  FREIGHT-AVAILABLE       VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           OPEN EXTEND FILLED-ORDERS.
           IF FILLED-STATUS NOT = '00'
               OPEN OUTPUT FILLED-ORDERS.
           OPEN I-O ORDER-LINES.
           IF LINE-STATUS = '00'
               MOVE 'Y' TO LINE-FILE-AVAILABLE.
           OPEN I-O PICK-MASTER.
           IF PICK-STATUS-CODE = '00'
               MOVE 'Y' TO PICK-FILE-AVAILABLE.
           OPEN EXTEND SHIP-ACTIVITY-FILE.
           IF ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT SHIP-ACTIVITY-FILE.
           OPEN I-O FREIGHT-SHIPMENTS.
           IF FREIGHT-STATUS NOT = '00'
               OPEN OUTPUT FREIGHT-SHIPMENTS
               CLOSE FREIGHT-SHIPMENTS
               OPEN I-O FREIGHT-SHIPMENTS.
           IF FREIGHT-STATUS = '00'
               MOVE 'Y' TO FREIGHT-FILE-AVAILABLE
           ELSE
               DISPLAY 'SHIPCONF: UNABLE TO OPEN FRTSHIP, STATUS: '
                   FREIGHT-STATUS ' -- FREIGHT NOT RECORDED'.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0800-READ-CONFIRMATION.
           PERFORM 0200-PROCESS-ONE-CONFIRMATION
                 FILLED-ORDERS
                 SHIP-EXCEPTION-FILE
                 SHIP-ACTIVITY-FILE.
           IF LINES-AVAILABLE
               CLOSE ORDER-LINES.
           IF PICKS-AVAILABLE
               CLOSE PICK-MASTER.
           IF FREIGHT-AVAILABLE
               CLOSE FREIGHT-SHIPMENTS.
           DISPLAY 'SHIPCONF: FILLED ' ORDERS-FILLED-COUNT
               '  PARTIAL ' ORDERS-PARTIAL-COUNT
               '  UNMATCHED ' CONFS-UNMATCHED-COUNT.
           DISPLAY 'SHIPCONF: PICKS CONFIRMED ' PICKS-CONFIRMED-COUNT.
           STOP RUN.

       0200-PROCESS-ONE-CONFIRMATION.
           IF CONF-LINE-NUMBER NOT NUMERIC
               MOVE ZERO TO CONF-LINE-NUMBER.
           IF CONF-LINE-NUMBER = ZERO
             AND CONF-SHIPPED-AMOUNT NOT NUMERIC
               MOVE 'UNREADABLE CONFIRMATION' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
           ELSE
           IF CONF-LINE-NUMBER > ZERO
             AND (CONF-SHIPPED-QUANTITY NOT NUMERIC
               OR CONF-SHIPPED-QUANTITY = ZERO)
               MOVE 'UNREADABLE CONFIRMATION' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
           ELSE
           IF CONF-ORDER-DATE NOT NUMERIC
             OR CONF-ORDER-NUMBER NOT NUMERIC
               MOVE 'UNREADABLE CONFIRMATION' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
           ELSE
               PERFORM 0250-MATCH-PICK
               IF PICK-MATCHED
                   MOVE CONFS-UNMATCHED-COUNT
                       TO EXCEPTIONS-BEFORE-COUNT
                   PERFORM 0300-MATCH-OUTSTANDING-ORDER
                   IF CONFS-UNMATCHED-COUNT = EXCEPTIONS-BEFORE-COUNT
                       PERFORM 0270-CONFIRM-PICK
                   END-IF
               END-IF.
           PERFORM 0800-READ-CONFIRMATION.

      *  No pick number (spaces or zero) matches by default.  Every
      *  line of one carton carries the same number, so a pick
      *  already confirmed still matches its own order.
       0250-MATCH-PICK.
           MOVE 'Y' TO PICK-MATCHED-SWITCH.
           IF CONF-PICK-NUMBER NOT NUMERIC
               MOVE ZERO TO CONF-PICK-NUMBER.
           IF CONF-PICK-NUMBER = ZERO
               EXIT PARAGRAPH.
           MOVE 'N' TO PICK-MATCHED-SWITCH.
           IF NOT PICKS-AVAILABLE
               MOVE 'NO SUCH PICK NUMBER' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE CONF-PICK-NUMBER TO PICK-NUMBER.
           READ PICK-MASTER
               INVALID KEY
                   MOVE 'NO SUCH PICK NUMBER' TO EXCP-REASON
                   PERFORM 0900-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.
           IF PICK-ORDER-DATE NOT = CONF-ORDER-DATE
             OR PICK-ORDER-NUMBER NOT = CONF-ORDER-NUMBER
               MOVE 'PICK IS FOR ANOTHER ORDER' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE 'Y' TO PICK-MATCHED-SWITCH.

       0270-CONFIRM-PICK.
           IF CONF-PICK-NUMBER = ZERO
             OR NOT PICK-IS-OPEN
               EXIT PARAGRAPH.
           MOVE 'C' TO PICK-STATUS.
           MOVE CURRENT-DATE-INTEGER TO PICK-CONFIRM-DATE.
           REWRITE PICK-RECORD.
           ADD 1 TO PICKS-CONFIRMED-COUNT.

       0300-MATCH-OUTSTANDING-ORDER.
           MOVE CONF-ORDER-DATE TO ORDER-DATE-YYYYMMDD.
           MOVE CONF-ORDER-NUMBER TO ORDER-NUMBER.
           READ OUTSTANDING-ORDERS
               KEY IS ORDER-KEY
               INVALID KEY
                   MOVE 'NO OUTSTANDING ORDER' TO EXCP-REASON
                   PERFORM 0900-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 0350-CHECK-FOR-LINES
                   IF CONF-LINE-NUMBER > ZERO
                       PERFORM 0500-APPLY-LINE-SHIPMENT
                   ELSE
                   IF ORDER-HAS-LINES
                       MOVE 'ORDER SHIPS BY LINE' TO EXCP-REASON
                       PERFORM 0900-WRITE-EXCEPTION
                   ELSE
                       PERFORM 0400-APPLY-SHIPMENT
                   END-IF
                   END-IF
           END-READ.

      *  Whether the order was entered with lines, and what they add
      *  up to in full -- the amount a filled line order is billed.
       0350-CHECK-FOR-LINES.
           MOVE 'N' TO ORDER-HAS-LINES-SWITCH.
           MOVE 'Y' TO ORDER-FILLED-SWITCH.
           MOVE ZERO TO ORDER-FULL-AMOUNT.
           IF NOT LINES-AVAILABLE
               MOVE 'N' TO ORDER-FILLED-SWITCH
               EXIT PARAGRAPH.
           MOVE 'N' TO LINE-SCAN-EOF-STATUS.
           MOVE ORDER-DATE-YYYYMMDD TO OLIN-ORDER-DATE.
           MOVE ORDER-NUMBER TO OLIN-ORDER-NUMBER.
           MOVE ZERO TO OLIN-LINE-NUMBER.
           START ORDER-LINES KEY IS NOT LESS THAN OLIN-KEY
               INVALID KEY
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           END-START.
           PERFORM 0360-SCAN-ONE-LINE
               UNTIL LINE-SCAN-END.
           IF NOT ORDER-HAS-LINES
               MOVE 'N' TO ORDER-FILLED-SWITCH.

      *  Also notes whether any line is still short -- after a line
      *  shipment is posted, a scan finding none short means the
      *  order is filled.
       0360-SCAN-ONE-LINE.
           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF OLIN-ORDER-DATE NOT = ORDER-DATE-YYYYMMDD
             OR OLIN-ORDER-NUMBER NOT = ORDER-NUMBER
               MOVE 'Y' TO LINE-SCAN-EOF-STATUS
               EXIT PARAGRAPH.
           MOVE 'Y' TO ORDER-HAS-LINES-SWITCH.
           ADD OLIN-EXTENDED-AMOUNT TO ORDER-FULL-AMOUNT.
           IF OLIN-SHIPPED-QUANTITY < OLIN-QUANTITY
               MOVE 'N' TO ORDER-FILLED-SWITCH.

      *  A shipment covering the full outstanding amount fills the
      *  order: it leaves INDATA2 and joins the filled stream SORT1
      *  reads as INDATA1.DAT.  Anything less is a partial -- the
      *  outstanding amount comes down and the order stays.
       0400-APPLY-SHIPMENT.
           MOVE CONF-SHIPPED-AMOUNT TO SHIPPED-VALUE.
           IF CONF-SHIPPED-AMOUNT >= ORDER-AMOUNT
               MOVE 'Y' TO ORDER-FILLED-SWITCH
           ELSE
               MOVE 'N' TO ORDER-FILLED-SWITCH.
           PERFORM 0450-WRITE-ACTIVITY-RECORD.
           IF ORDER-FILLED
               WRITE FILLED-ORDER-RECORD
                   FROM OUTSTANDING-ORDER-RECORD
               DELETE OUTSTANDING-ORDERS RECORD
               REWRITE OUTSTANDING-ORDER-RECORD
               ADD 1 TO ORDERS-PARTIAL-COUNT.

      *  More shipped than is still open on the line is taken as the
      *  line shipping complete -- the same way a dollar shipment at
      *  or over the outstanding amount fills an order.
       0500-APPLY-LINE-SHIPMENT.
           MOVE ORDER-DATE-YYYYMMDD TO OLIN-ORDER-DATE.
           MOVE ORDER-NUMBER TO OLIN-ORDER-NUMBER.
           MOVE CONF-LINE-NUMBER TO OLIN-LINE-NUMBER.
           IF NOT LINES-AVAILABLE
               MOVE 'NO SUCH ORDER LINE' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           READ ORDER-LINES
               KEY IS OLIN-KEY
               INVALID KEY
                   MOVE 'NO SUCH ORDER LINE' TO EXCP-REASON
                   PERFORM 0900-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE QUANTITY-OPEN =
               OLIN-QUANTITY - OLIN-SHIPPED-QUANTITY.
           IF OLIN-SHIPPED-QUANTITY >= OLIN-QUANTITY
               MOVE 'LINE ALREADY SHIPPED' TO EXCP-REASON
               PERFORM 0900-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           IF CONF-SHIPPED-QUANTITY > QUANTITY-OPEN
               MOVE QUANTITY-OPEN TO QUANTITY-TO-SHIP
           ELSE
               MOVE CONF-SHIPPED-QUANTITY TO QUANTITY-TO-SHIP.
           ADD QUANTITY-TO-SHIP TO OLIN-SHIPPED-QUANTITY.
           REWRITE ORDER-LINE-RECORD.
           COMPUTE SHIPPED-VALUE =
               QUANTITY-TO-SHIP * OLIN-UNIT-PRICE.
           IF SHIPPED-VALUE > ORDER-AMOUNT
               MOVE ORDER-AMOUNT TO SHIPPED-VALUE.
           PERFORM 0350-CHECK-FOR-LINES.
           PERFORM 0450-WRITE-ACTIVITY-RECORD.
           IF ORDER-FILLED
               MOVE ORDER-FULL-AMOUNT TO ORDER-AMOUNT
               WRITE FILLED-ORDER-RECORD
                   FROM OUTSTANDING-ORDER-RECORD
               DELETE OUTSTANDING-ORDERS RECORD
               ADD 1 TO ORDERS-FILLED-COUNT
           ELSE
               SUBTRACT SHIPPED-VALUE FROM ORDER-AMOUNT
               REWRITE OUTSTANDING-ORDER-RECORD
               ADD 1 TO ORDERS-PARTIAL-COUNT.

       0450-WRITE-ACTIVITY-RECORD.
           MOVE SPACES TO SHIP-ACTIVITY-RECORD.
           MOVE CURRENT-DATE-INTEGER TO ACT-CONFIRM-DATE.
           MOVE ORDER-NUMBER TO ACT-ORDER-NUMBER.
           MOVE ORDER-CUSTOMER-CODE TO ACT-CUSTOMER-CODE.
           MOVE ORDER-SALESMAN-NAME TO ACT-SALESMAN-NAME.
           IF ORDER-FILLED
               MOVE 'F' TO ACT-DISPOSITION
           ELSE
               MOVE 'P' TO ACT-DISPOSITION.
           MOVE SHIPPED-VALUE TO ACT-SHIPPED-AMOUNT.
           WRITE SHIP-ACTIVITY-RECORD.
           PERFORM 0470-RECORD-FREIGHT.

      *  The first carrier and service named for the order stand;
      *  every shipment's weight is added on.
       0470-RECORD-FREIGHT.
           IF CONF-WEIGHT NOT NUMERIC
               MOVE ZERO TO CONF-WEIGHT.
           IF NOT FREIGHT-AVAILABLE
             OR (CONF-CARRIER = SPACES AND CONF-WEIGHT = ZERO)
               EXIT PARAGRAPH.
           MOVE ORDER-DATE-YYYYMMDD TO FSHP-ORDER-DATE.
           MOVE ORDER-NUMBER TO FSHP-ORDER-NUMBER.
           READ FREIGHT-SHIPMENTS
               INVALID KEY
                   MOVE SPACES TO FREIGHT-SHIPMENT-RECORD
                   MOVE ORDER-DATE-YYYYMMDD TO FSHP-ORDER-DATE
                   MOVE ORDER-NUMBER TO FSHP-ORDER-NUMBER
                   MOVE ORDER-CUSTOMER-CODE TO FSHP-CUSTOMER-CODE
                   MOVE ZERO TO FSHP-WEIGHT
                                FSHP-ZONE
                                FSHP-FREIGHT-COST
                                FSHP-FREIGHT-BILLED
                                FSHP-INVOICE-DATE
           END-READ.
           IF FSHP-CARRIER = SPACES
               MOVE CONF-CARRIER TO FSHP-CARRIER
               MOVE CONF-SERVICE TO FSHP-SERVICE.
           ADD CONF-WEIGHT TO FSHP-WEIGHT.
           MOVE CURRENT-DATE-INTEGER TO FSHP-SHIP-DATE.
           IF FREIGHT-STATUS = '00'
               REWRITE FREIGHT-SHIPMENT-RECORD
           ELSE
               WRITE FREIGHT-SHIPMENT-RECORD.

       0800-READ-CONFIRMATION.
           READ SHIP-CONFIRMATIONS
               AT END
                   MOVE 'Y' TO CONF-EOF-STATUS.

       0900-WRITE-EXCEPTION.
           MOVE SHIP-CONFIRMATION-RECORD TO EXCP-INPUT-DATA.
           WRITE SHIP-EXCEPTION-RECORD.
           ADD 1 TO CONFS-UNMATCHED-COUNT.
