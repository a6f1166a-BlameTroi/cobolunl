      *             THE VENDOR IS NOT ON THE MASTER) SO DB2RECV CAN    *
      *             REPORT RECEIPTS AGAINST EXPECTATION.               *
      *                                                               *
      *             EVERY PO LINE IS COSTED AT THE TITLE'S LIST       *
      *             PRICE LESS THE VENDOR'S TRADE DISCOUNT OFF THE    *
      *             MASTER (40 PERCENT WHEN THE VENDOR IS NOT ON IT). *
      *             THE UNIT COST PRINTS ON THE ORDER AND RIDES THE   *
      *             POLINES.DAT RECORD, WHICH IS WHERE DB2RECV TAKES  *
      *             THE COST OF A RECEIPT FOR THE AVERAGE COST.       *
      *                                                               *
      *             OPEN CUSTOMER SPECIAL ORDERS (SPECORD.DAT, FROM   *
      *             THE SPORDENT CONSOLE) ARE ORDERED TOO: EACH 'O'   *
      *             REQUEST BECOMES A QTY-1 LINE ON A *SPECIAL*       *
           02  POL-LINE-STATUS        PIC X.
           02  POL-EXPECTED-DATE      PIC 9(8).
           02  POL-VENDOR             PIC X(20).
           02  POL-UNIT-COST          PIC 9(3)V99.

       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD.
           02  SPO-REQUEST-DATE       PIC 9(8).
           02  SPO-STATUS             PIC X.
           02  SPO-FILLED-DATE        PIC 9(8).
           02  SPO-SOURCE             PIC X.

       FD  SPECIAL-ORDER-OUTPUT.
       01  SPECIAL-ORDER-OUT-RECORD   PIC X(91).

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           02  SHX-SALE-DATE          PIC 9(8).
           02  SHX-ISBN               PIC X(13).
           02  SHX-QUANTITY           PIC 9(4).
           02  SHX-SALE-AMOUNT        PIC 9(7)V99.
           02  SHX-COST-AMOUNT        PIC 9(7)V99.
           02  SHX-TRANS-TYPE         PIC X.
           02  SHX-SHELF-PRICE        PIC 9(3)V99.

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-RECORD.
           02  VEN-ZIP                PIC X(10).
           02  VEN-PAYMENT-TERMS      PIC X(10).
           02  VEN-LEAD-DAYS          PIC 9(3).
           02  VEN-DISCOUNT-PCT       PIC 99V9.

       WORKING-STORAGE SECTION.

       01  VENDOR-STATUS              PIC XX.
       01  VENDOR-MASTER-AVAILABLE    PIC X VALUE 'N'.
       01  CURRENT-LEAD-DAYS          PIC 9(3) VALUE 14.
       01  CURRENT-DISCOUNT-PCT       PIC 99V9 VALUE 40.
       01  LINE-UNIT-COST             PIC 9(3)V99.
       01  EXPECTED-DATE              PIC 9(8).
       01  EXPECTED-DATE-INTEGER      PIC 9(8).
       01  CURRENT-DATE-INFO          PIC X(21).
       01  SPECIAL-SUB                PIC S9(4) USAGE COMP.
       01  SPECIAL-ORDER-TABLE.
           02  SPECIAL-ORDER-ENTRY OCCURS 200 TIMES.
               03  SPT-RECORD         PIC X(91).
       01  SPT-WORK-RECORD.
           02  SPW-CUSTOMER-NAME      PIC X(20).
           02  SPW-PHONE              PIC X(10).
           02  SPW-REQUEST-DATE       PIC 9(8).
           02  SPW-STATUS             PIC X.
           02  SPW-FILLED-DATE        PIC 9(8).
           02  SPW-SOURCE             PIC X.

      *****************************************************
      * RECORDS FOR THE PRINTED PURCHASE ORDERS           *
               02  FILLER PIC X(10)
                   VALUE ' ORDERED  '.
               02  FILLER PIC X(14)
                   VALUE '   VEL   COST '.
       01  POROW.
               02  FILLER PIC X(1)
                   VALUE SPACES.
                   VALUE SPACES.
               02  OUT-ORDERED PIC ZZZ9
                   USAGE DISPLAY.
               02  FILLER PIC X(5)
                   VALUE ' VEL '.
               02  OUT-VELOCITY PIC ZZZ9.9
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-UNIT-COST PIC ZZ9.99
                   USAGE DISPLAY.
       01  REPNON.
               02  FILLER PIC X(10)
                   VALUE SPACES.
                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.

      *****************************************************
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 HV-QUANTITY       PIC S9(9) USAGE COMP.
       01 HV-THRESHOLD      PIC S9(9) USAGE COMP.
       01 HV-PRICE          PIC S9(3)V99 USAGE COMP-3.
       01 IND-PORD.
          10 IND-PORD-VARS PIC S9(4) COMP OCCURS 5 TIMES.

      *****************************************************
      * CURSOR FOR LOW-STOCK TITLES GROUPED BY VENDOR     *
      *****************************************************
                EXEC SQL DECLARE PORDER-CRSR CURSOR FOR
                  SELECT TITLE, VENDOR, ISBN, QUANTITY, PRICE
                  FROM  MY_BOOKS
                  WHERE QUANTITY <= :HV-THRESHOLD
                  ORDER BY VENDOR, TITLE
                  UNTIL SQLCODE IS NOT EQUAL TO ZERO.
                EXEC SQL CLOSE PORDER-CRSR
                END-EXEC.
                PERFORM ORDER-SPECIAL-REQUESTS THRU ORDER-SPECIAL-EXIT.
                IF PO-LINE-COUNT IS EQUAL TO ZERO THEN
                  WRITE OUTREC FROM REPNON
                    AFTER ADVANCING 1 LINE
                EXEC SQL FETCH PORDER-CRSR
                  INTO :HV-TITLE, :HV-VENDOR:IND-PORD-VARS(2),
                       :HV-ISBN:IND-PORD-VARS(3),
                       :HV-QUANTITY:IND-PORD-VARS(4),
                       :HV-PRICE:IND-PORD-VARS(5)
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS NOT EQUAL TO 100 THEN
      *****************************************************
      * ADDRESS AND TERMS COME OFF THE VENDOR MASTER, AND *
      * THE VENDOR'S LEAD TIME SETS THE EXPECTED DATE ON  *
      * EVERY LINE OF THE ORDER, AND ITS TRADE DISCOUNT   *
      * COSTS THEM.  A VENDOR NOT ON THE MASTER SHIPS     *
      * BLIND AT THE 14-DAY, 40-PERCENT DEFAULTS.         *
      *****************************************************
       ADDRESS-THE-ORDER.
                MOVE 14 TO CURRENT-LEAD-DAYS.
                MOVE 40 TO CURRENT-DISCOUNT-PCT.
                IF VENDOR-MASTER-AVAILABLE IS EQUAL TO 'Y' THEN
                  MOVE CURRENT-VENDOR TO VEN-VENDOR-NAME
                  READ VENDOR-MASTER
                        AND VEN-LEAD-DAYS IS GREATER THAN ZERO
                        MOVE VEN-LEAD-DAYS TO CURRENT-LEAD-DAYS
                      END-IF
                      IF VEN-DISCOUNT-PCT IS NUMERIC
                        MOVE VEN-DISCOUNT-PCT TO CURRENT-DISCOUNT-PCT
                      END-IF
                  END-READ
                END-IF.
                COMPUTE EXPECTED-DATE-INTEGER =
                END-IF.
                MOVE HV-QUANTITY TO OUT-ON-HAND.
                MOVE ORDER-QUANTITY TO OUT-ORDERED.
                IF IND-PORD-VARS(5) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-PRICE
                END-IF.
                PERFORM COST-THE-LINE.
                WRITE OUTREC FROM POROW
                  AFTER ADVANCING 1 LINE.
                MOVE SPACES TO PO-LINE-RECORD.
                MOVE 'O' TO POL-LINE-STATUS.
                MOVE EXPECTED-DATE TO POL-EXPECTED-DATE.
                MOVE CURRENT-VENDOR TO POL-VENDOR.
                MOVE LINE-UNIT-COST TO POL-UNIT-COST.
                WRITE PO-LINE-RECORD.
                ADD 1 TO PO-LINE-COUNT.

      *****************************************************
      * LIST PRICE LESS THE VENDOR'S TRADE DISCOUNT.  A   *
      * TITLE WITH NO PRICE GOES OUT AT ZERO COST, WHICH  *
      * DB2RECV TAKES AS NO COST AND LEAVES THE AVERAGE   *
      * ALONE.                                            *
      *****************************************************
       COST-THE-LINE.
                COMPUTE LINE-UNIT-COST ROUNDED =
                  HV-PRICE * (100 - CURRENT-DISCOUNT-PCT) / 100.
                MOVE LINE-UNIT-COST TO OUT-UNIT-COST.

      *****************************************************
      * CUSTOMER SPECIAL ORDERS: EVERY OPEN REQUEST GOES  *
      * ON ONE *SPECIAL* VENDOR PO, QUANTITY ONE, AND THE *
                    MOVE SPW-ISBN TO OUT-ISBN
                    MOVE ZERO TO OUT-ON-HAND
                    MOVE 1 TO OUT-ORDERED
                    PERFORM PRICE-SPECIAL-REQUEST
                    PERFORM COST-THE-LINE
                    WRITE OUTREC FROM POROW
                      AFTER ADVANCING 1 LINE
                    MOVE SPACES TO PO-LINE-RECORD
                    MOVE 'O' TO POL-LINE-STATUS
                    MOVE EXPECTED-DATE TO POL-EXPECTED-DATE
                    MOVE CURRENT-VENDOR TO POL-VENDOR
                    MOVE LINE-UNIT-COST TO POL-UNIT-COST
                    WRITE PO-LINE-RECORD
                    ADD 1 TO PO-LINE-COUNT
                    MOVE 'P' TO SPW-STATUS
       ORDER-SPECIAL-EXIT.
                EXIT.

      *****************************************************
      * A SPECIAL ORDER IS PRICED OFF MY_BOOKS WHEN THE   *
      * TITLE IS CARRIED; ONE THAT IS NOT GOES AT ZERO.   *
      *****************************************************
       PRICE-SPECIAL-REQUEST.
                MOVE SPW-ISBN TO HV-ISBN-TEXT.
                MOVE 13 TO HV-ISBN-LEN.
                EXEC SQL SELECT PRICE
                  INTO :HV-PRICE:IND-PORD-VARS(5)
                  FROM MY_BOOKS
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0
                  OR IND-PORD-VARS(5) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-PRICE
                END-IF.

      *****************************************************
      * THE DEMAND TABLE: SALES IN THE LAST NINETY DAYS   *
      * BY ISBN, OFF THE HISTORY DB2SALE ACCUMULATES.     *
      * CUSTOMER RETURNS ON THE HISTORY ARE NOT DEMAND.   *
      *****************************************************
       LOAD-SALES-HISTORY.
                COMPUTE HISTORY-CUTOFF-INTEGER =
                      MOVE 'Y' TO SALEHIST-EOF-SW
                    NOT AT END
                      PERFORM NOTE-ONE-HISTORY-SALE
                        THRU NOTE-HISTORY-EXIT
                  END-READ
                END-PERFORM.
                IF SALEHIST-STATUS IS EQUAL TO '00' OR '10' THEN

       NOTE-ONE-HISTORY-SALE.
                IF SHX-SALE-DATE IS NOT NUMERIC
                  OR SHX-QUANTITY IS NOT NUMERIC
                  OR SHX-TRANS-TYPE IS EQUAL TO 'R' THEN
                  GO TO NOTE-HISTORY-EXIT
                END-IF.
                COMPUTE SALE-DAY-INTEGER =
