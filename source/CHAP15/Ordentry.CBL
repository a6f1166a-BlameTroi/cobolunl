      *    - the customer code is validated against the CUSTMAST
      *      master and the official CUST-NAME is carried onto the
      *      order, the same enrichment SORT1 applies on release;
      *    - the order is keyed as line items: each line's item
      *      number is validated against the ITEMMSTR item master
      *      and priced at its list price, the quantity edits
      *      through NUMEDIT, and the line carries its extended
      *      amount.  ORDER-AMOUNT is the sum of the lines.  The
      *      lines go to ORDLINE, keyed by the order's date and
      *      number plus the line number, for SHIPCONF to ship
      *      against and INVGEN to print;
      *    - ORDER-NUMBER is assigned from the ORDCTL.DAT
      *      next-number control (the POCTL.DAT pattern), written
      *      back at end of session;
      *      the HELDREL release console.  The order number is
      *      still assigned, so a released order keeps the number
      *      the customer was quoted.
      *
      *  The salesman is keyed by SALMSTR salesman ID, not typed as
      *  free text: ORDER-SALESMAN-ID is what COMMFEED credits the
      *  invoice to once it bills and collects, and the name carried
      *  alongside it is the master's SAL-NAME.  An unknown or
      *  terminated salesman ID is refused.  With SALMSTR not
      *  available the ID goes on unvalidated and the name is keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HELD-ORDERS-FILE     ASSIGN TO "HELDORD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS HELD-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.
           SELECT ITEM-MASTER          ASSIGN TO "ITEMMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ITEM-NUMBER
                                       FILE STATUS ITEM-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ORDER-CUSTOMER-NAME        PIC X(25).
           05  ORDER-AMOUNT               PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME        PIC X(25).
           05  ORDER-SALESMAN-ID          PIC X(9).

       FD  ORDER-CONTROL-FILE.
       01  ORDER-CONTROL-RECORD.

       FD  HELD-ORDERS-FILE.
       01  HELD-ORDER-RECORD.
           05  HELD-ORDER-IMAGE        PIC X(89).
           05  HELD-DATE               PIC 9(8).

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
               88  SAL-IS-TERMINATED     VALUE 'T'.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  SAL-MANAGER-ID           PIC X(9).
           05  FILLER                   PIC X(10).

       FD  ITEM-MASTER.
       01  ITEM-RECORD.
           05  ITEM-NUMBER             PIC X(10).
           05  ITEM-DESCRIPTION        PIC X(25).
           05  ITEM-UNIT-OF-MEASURE    PIC X(4).
           05  ITEM-LIST-PRICE         PIC 9(6)V99.
           05  ITEM-TAXABLE-FLAG       PIC X.
               88  ITEM-IS-TAXABLE      VALUE 'Y'.
           05  FILLER                  PIC X(12).

      *  One record per order line.  The item's description, unit,
      *  price, and taxable flag are copied on at entry, so the line
      *  bills what the customer was quoted whatever the master
      *  says later.  SHIPCONF counts the quantity shipped against
      *  the quantity ordered.
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

       WORKING-STORAGE SECTION.
       01  CUSTOMER-STATUS             PIC XX.
       01  ORDER-STATUS                PIC XX.
       01  ORDERS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  INPUT-CUSTOMER-CODE         PIC X(6).
       01  INPUT-ITEM-NUMBER           PIC X(10).
       01  INPUT-QUANTITY-TEXT         PIC X(15).
       01  ITEM-STATUS                 PIC XX.
       01  LINE-STATUS                 PIC XX.
       01  LINES-DONE-SWITCH           PIC X.
           88  LINES-DONE              VALUE 'Y'.
       01  NR-ORDER-LINES              PIC 99.
       01  LINE-SUB                    PIC 99.
       01  LINES-WRITTEN-COUNT         PIC 99.
       01  ORDER-TOTAL-AMOUNT          PIC 9(8)V99.
       01  LINE-EXTENDED-WORK          PIC 9(9)V99.
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 20 TIMES.
               10  LTBL-ITEM-NUMBER    PIC X(10).
               10  LTBL-DESCRIPTION    PIC X(25).
               10  LTBL-UNIT-OF-MEASURE
                                       PIC X(4).
               10  LTBL-QUANTITY       PIC 9(5).
               10  LTBL-UNIT-PRICE     PIC 9(6)V99.
               10  LTBL-EXTENDED-AMOUNT
                                       PIC 9(8)V99.
               10  LTBL-TAXABLE-FLAG   PIC X.
       01  QUANTITY-WORK               PIC 9(5).
       01  PRICE-EDITED                PIC ZZZ,ZZ9.99.
       01  INPUT-SALESMAN-NAME         PIC X(25).
       01  INPUT-SALESMAN-ID           PIC X(9).
       01  SALESMAN-STATUS             PIC XX.
       01  SALESMAN-MASTER-AVAILABLE   PIC X VALUE 'N'.
           88  MASTER-AVAILABLE        VALUE 'Y'.
       01  SALESMAN-OK-SWITCH          PIC X.
           88  SALESMAN-OK             VALUE 'Y'.
       01  CUSTOMER-FOUND-SWITCH       PIC X.
           88  CUSTOMER-FOUND          VALUE 'Y'.
       01  CONFIRM-ANSWER              PIC X.
               DISPLAY 'UNABLE TO OPEN THE CUSTOMER MASTER, '
                   'STATUS: ' CUSTOMER-STATUS
               STOP RUN.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE ITEM MASTER, '
                   'STATUS: ' ITEM-STATUS
               CLOSE CUSTOMER-MASTER
               STOP RUN.
           OPEN I-O ORDER-LINES.
           IF LINE-STATUS NOT = '00'
               OPEN OUTPUT ORDER-LINES
               CLOSE ORDER-LINES
               OPEN I-O ORDER-LINES.
           IF LINE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ORDLINE, STATUS: '
                   LINE-STATUS
               CLOSE CUSTOMER-MASTER
                     ITEM-MASTER
               STOP RUN.
           OPEN I-O OUTSTANDING-ORDERS.
           IF ORDER-STATUS NOT = '00'
               OPEN OUTPUT OUTSTANDING-ORDERS
               DISPLAY 'UNABLE TO OPEN INDATA2, STATUS: '
                   ORDER-STATUS
               CLOSE CUSTOMER-MASTER
                     ITEM-MASTER
                     ORDER-LINES
               STOP RUN.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS = '00'
               MOVE 'Y' TO SALESMAN-MASTER-AVAILABLE
           ELSE
               DISPLAY 'SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS ' -- SALESMAN IDS NOT VALIDATED'.
           PERFORM 0150-READ-ORDER-CONTROL.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           PERFORM 0900-WRITE-ORDER-CONTROL.
           IF MASTER-AVAILABLE
               CLOSE SALESMAN-MASTER-FILE.
           CLOSE CUSTOMER-MASTER
                 ITEM-MASTER
                 ORDER-LINES
                 OUTSTANDING-ORDERS.
           DISPLAY 'ORDERS ENTERED THIS SESSION: '
               ORDERS-ENTERED-COUNT.
           END-READ.

       0400-ENTER-ONE-ORDER.
           MOVE ZERO TO NR-ORDER-LINES
                        ORDER-TOTAL-AMOUNT.
           MOVE 'N' TO LINES-DONE-SWITCH.
           PERFORM 0420-ENTER-ONE-LINE
               UNTIL LINES-DONE.
           IF NR-ORDER-LINES = ZERO
               DISPLAY 'NO LINES KEYED -- ORDER NOT ENTERED'
               EXIT PARAGRAPH.
           PERFORM 0450-ENTER-SALESMAN.
           IF NOT SALESMAN-OK
               DISPLAY 'ORDER NOT ENTERED'
               EXIT PARAGRAPH.
           MOVE ORDER-TOTAL-AMOUNT TO AMOUNT-EDITED.
           DISPLAY NR-ORDER-LINES ' LINES'.
           DISPLAY 'ORDER ' NEXT-ORDER-NUMBER ' FOR ' CUST-NAME
               '  ' AMOUNT-EDITED '  -- WRITE IT? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           ELSE
               PERFORM 0500-WRITE-THE-ORDER.

      *  One line per pass; a blank item number (or a full order)
      *  ends the lines.  An item not on the master, or a quantity
      *  that will not edit to a whole number, is refused and the
      *  line keyed again.
       0420-ENTER-ONE-LINE.
           IF NR-ORDER-LINES = 20
               DISPLAY 'THE ORDER IS FULL AT 20 LINES'
               MOVE 'Y' TO LINES-DONE-SWITCH
               EXIT PARAGRAPH.
           DISPLAY 'ITEM NUMBER (BLANK WHEN DONE)'.
           ACCEPT INPUT-ITEM-NUMBER.
           IF INPUT-ITEM-NUMBER = SPACES
               MOVE 'Y' TO LINES-DONE-SWITCH
               EXIT PARAGRAPH.
           MOVE INPUT-ITEM-NUMBER TO ITEM-NUMBER.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY 'NO SUCH ITEM ON ITEMMSTR'
                   EXIT PARAGRAPH
           END-READ.
           MOVE ITEM-LIST-PRICE TO PRICE-EDITED.
           DISPLAY ITEM-DESCRIPTION '  ' PRICE-EDITED ' PER '
               ITEM-UNIT-OF-MEASURE.
           DISPLAY 'QUANTITY'.
           ACCEPT INPUT-QUANTITY-TEXT.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE INPUT-QUANTITY-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE <= ZERO
             OR NUMEDIT-VALUE > 99999
               DISPLAY 'THAT QUANTITY WILL NOT EDIT -- LINE NOT '
                   'TAKEN'
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO QUANTITY-WORK.
           IF QUANTITY-WORK NOT = NUMEDIT-VALUE
               DISPLAY 'ITEMS SELL IN WHOLE UNITS -- LINE NOT TAKEN'
               EXIT PARAGRAPH.
           COMPUTE LINE-EXTENDED-WORK =
               QUANTITY-WORK * ITEM-LIST-PRICE.
           IF LINE-EXTENDED-WORK + ORDER-TOTAL-AMOUNT > 99999999.99
               DISPLAY 'THAT LINE WOULD OVERFLOW THE ORDER -- LINE '
                   'NOT TAKEN'
               EXIT PARAGRAPH.
           ADD 1 TO NR-ORDER-LINES.
           MOVE ITEM-NUMBER TO LTBL-ITEM-NUMBER (NR-ORDER-LINES).
           MOVE ITEM-DESCRIPTION TO LTBL-DESCRIPTION (NR-ORDER-LINES).
           MOVE ITEM-UNIT-OF-MEASURE
               TO LTBL-UNIT-OF-MEASURE (NR-ORDER-LINES).
           MOVE QUANTITY-WORK TO LTBL-QUANTITY (NR-ORDER-LINES).
           MOVE ITEM-LIST-PRICE TO LTBL-UNIT-PRICE (NR-ORDER-LINES).
           MOVE LINE-EXTENDED-WORK
               TO LTBL-EXTENDED-AMOUNT (NR-ORDER-LINES).
           IF ITEM-IS-TAXABLE
               MOVE 'Y' TO LTBL-TAXABLE-FLAG (NR-ORDER-LINES)
           ELSE
               MOVE 'N' TO LTBL-TAXABLE-FLAG (NR-ORDER-LINES).
           ADD LINE-EXTENDED-WORK TO ORDER-TOTAL-AMOUNT.
           MOVE LINE-EXTENDED-WORK TO AMOUNT-EDITED.
           DISPLAY 'LINE ' NR-ORDER-LINES '  ' AMOUNT-EDITED.

       0450-ENTER-SALESMAN.
           MOVE 'Y' TO SALESMAN-OK-SWITCH.
           DISPLAY 'SALESMAN ID'.
           ACCEPT INPUT-SALESMAN-ID.
           IF INPUT-SALESMAN-ID = SPACES
               DISPLAY 'A SALESMAN ID IS REQUIRED'
               MOVE 'N' TO SALESMAN-OK-SWITCH
               EXIT PARAGRAPH.
           IF NOT MASTER-AVAILABLE
               DISPLAY 'SALESMAN NAME'
               ACCEPT INPUT-SALESMAN-NAME
               EXIT PARAGRAPH.
           MOVE INPUT-SALESMAN-ID TO SAL-SALESMAN-ID.
           READ SALESMAN-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH SALESMAN ON SALMSTR'
                   MOVE 'N' TO SALESMAN-OK-SWITCH
               NOT INVALID KEY
                   IF SAL-IS-TERMINATED
                       DISPLAY 'SALESMAN ' SAL-SALESMAN-ID
                           ' IS TERMINATED'
                       MOVE 'N' TO SALESMAN-OK-SWITCH
                   ELSE
                       MOVE SAL-NAME TO INPUT-SALESMAN-NAME
                       DISPLAY 'SALESMAN: ' SAL-NAME
                   END-IF
           END-READ.

       0500-WRITE-THE-ORDER.
           MOVE SPACES TO OUTSTANDING-ORDER-RECORD.
           MOVE CURRENT-DATE-INTEGER TO ORDER-DATE-YYYYMMDD.
           MOVE NEXT-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE CUST-CODE TO ORDER-CUSTOMER-CODE.
           MOVE CUST-NAME TO ORDER-CUSTOMER-NAME.
           MOVE ORDER-TOTAL-AMOUNT TO ORDER-AMOUNT.
           MOVE INPUT-SALESMAN-NAME TO ORDER-SALESMAN-NAME.
           MOVE INPUT-SALESMAN-ID TO ORDER-SALESMAN-ID.
           WRITE OUTSTANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE THE ORDER, STATUS: '
                       ORDER-STATUS
               NOT INVALID KEY
                   PERFORM 0600-WRITE-ORDER-LINES
                   DISPLAY 'ORDER ' ORDER-NUMBER ' ENTERED'
                   ADD 1 TO ORDERS-ENTERED-COUNT
                   ADD 1 TO NEXT-ORDER-NUMBER

      *  The held order is the full INDATA2 image plus the date it
      *  was held, so the release console can drop it straight into
      *  the outstanding file untouched.  Its lines go to ORDLINE
      *  now under the same order key, so a released order finds
      *  them waiting; HELDREL removes them if credit cancels.
       0550-HOLD-THE-ORDER.
           OPEN EXTEND HELD-ORDERS-FILE.
           IF HELD-STATUS NOT = '00'
           MOVE NEXT-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE CUST-CODE TO ORDER-CUSTOMER-CODE.
           MOVE CUST-NAME TO ORDER-CUSTOMER-NAME.
           MOVE ORDER-TOTAL-AMOUNT TO ORDER-AMOUNT.
           MOVE INPUT-SALESMAN-NAME TO ORDER-SALESMAN-NAME.
           MOVE INPUT-SALESMAN-ID TO ORDER-SALESMAN-ID.
           PERFORM 0600-WRITE-ORDER-LINES.
           MOVE OUTSTANDING-ORDER-RECORD TO HELD-ORDER-IMAGE.
           MOVE CURRENT-DATE-INTEGER TO HELD-DATE.
           WRITE HELD-ORDER-RECORD.
           DISPLAY '*CUSTOMER IS ON CREDIT HOLD -- ORDER '
               ORDER-NUMBER ' SENT TO CREDIT REVIEW*'.

       0600-WRITE-ORDER-LINES.
           MOVE ZERO TO LINES-WRITTEN-COUNT.
           PERFORM 0650-WRITE-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > NR-ORDER-LINES.
           IF LINES-WRITTEN-COUNT NOT = NR-ORDER-LINES
               DISPLAY '*ONLY ' LINES-WRITTEN-COUNT ' OF '
                   NR-ORDER-LINES ' LINES WRITTEN TO ORDLINE*'.

       0650-WRITE-ONE-LINE.
           MOVE SPACES TO ORDER-LINE-RECORD.
           MOVE ORDER-DATE-YYYYMMDD TO OLIN-ORDER-DATE.
           MOVE ORDER-NUMBER TO OLIN-ORDER-NUMBER.
           MOVE LINE-SUB TO OLIN-LINE-NUMBER.
           MOVE LTBL-ITEM-NUMBER (LINE-SUB) TO OLIN-ITEM-NUMBER.
           MOVE LTBL-DESCRIPTION (LINE-SUB) TO OLIN-DESCRIPTION.
           MOVE LTBL-UNIT-OF-MEASURE (LINE-SUB)
               TO OLIN-UNIT-OF-MEASURE.
           MOVE LTBL-QUANTITY (LINE-SUB) TO OLIN-QUANTITY.
           MOVE ZERO TO OLIN-SHIPPED-QUANTITY.
           MOVE LTBL-UNIT-PRICE (LINE-SUB) TO OLIN-UNIT-PRICE.
           MOVE LTBL-EXTENDED-AMOUNT (LINE-SUB)
               TO OLIN-EXTENDED-AMOUNT.
           MOVE LTBL-TAXABLE-FLAG (LINE-SUB) TO OLIN-TAXABLE-FLAG.
           WRITE ORDER-LINE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE LINE ' LINE-SUB
                       ', STATUS: ' LINE-STATUS
               NOT INVALID KEY
                   ADD 1 TO LINES-WRITTEN-COUNT
           END-WRITE.

       0900-WRITE-ORDER-CONTROL.
           OPEN OUTPUT ORDER-CONTROL-FILE.
           MOVE NEXT-ORDER-NUMBER TO OCTL-NEXT-ORDER-NR.
