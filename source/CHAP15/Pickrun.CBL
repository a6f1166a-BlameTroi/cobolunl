       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PICKRUN.

      *  Daily warehouse pick run.  The warehouse used to pick from
      *  a photocopy of the INDATA2 listing; this run hands it one
      *  pick list per order instead.  An order is picked when it
      *  is outstanding on INDATA2 -- so not yet shipped in full --
      *  is not on the credit-hold file HELDORD.DAT, and has no
      *  pick already out on the floor.  For each one:
      *
      *    - the next pick number is issued from the PICKCTL.DAT
      *      next-number control (the ORDCTL.DAT pattern) and the
      *      pick is logged open on PICKMAST;
      *    - a pick list goes to PICKLIST.DAT: the pick number, the
      *      order, the customer's ship-to from CUSTMAST, and what
      *      is left to ship -- each ORDLINE line still short, by
      *      quantity, or for an order from before line items the
      *      amount outstanding;
      *    - a matching packing slip for the carton goes to
      *      PACKSLIP.DAT, the same lines without the picking
      *      columns.
      *
      *  The warehouse writes the pick number on the SHIPCONF.DAT
      *  confirmation, and SHIPCONF marks the pick confirmed when
      *  it posts the shipment.  A pick still open two business
      *  days (BUSDAYS, on the HOLIDAY.DAT shop calendar) after it
      *  was issued goes on the PICKEXC.DAT exception list every
      *  run until it is confirmed; the order is not picked again
      *  while it is open.  Once a partial shipment is confirmed,
      *  whatever is still short is picked again the next run.
      *
      *  Run this after HELDOUT.DAT has been copied back over
      *  HELDORD.DAT, or an order released that day still reads as
      *  held and waits a day for its pick.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSTANDING-ORDERS   ASSIGN TO "INDATA2"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ORDER-KEY
                                       FILE STATUS ORDER-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT HELD-ORDERS-FILE     ASSIGN TO "HELDORD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS HELD-STATUS.
           SELECT PICK-MASTER          ASSIGN TO "PICKMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PICK-NUMBER
                                       FILE STATUS PICK-STATUS-CODE.
           SELECT PICK-CONTROL-FILE    ASSIGN TO "PICKCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CONTROL-STATUS.
           SELECT PICK-LIST-FILE       ASSIGN TO "PICKLIST.DAT"
                                       LINE SEQUENTIAL.
           SELECT PACKING-SLIP-FILE    ASSIGN TO "PACKSLIP.DAT"
                                       LINE SEQUENTIAL.
           SELECT PICK-EXCEPTION-FILE  ASSIGN TO "PICKEXC.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-ORDERS.
       01  OUTSTANDING-ORDER-RECORD.
           05  ORDER-KEY.
               10  ORDER-DATE-YYYYMMDD    PIC 9(8).
               10  ORDER-NUMBER           PIC 9(6).
           05  ORDER-CUSTOMER-CODE        PIC X(6).
           05  ORDER-CUSTOMER-NAME        PIC X(25).
           05  ORDER-AMOUNT               PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME        PIC X(25).
           05  ORDER-SALESMAN-ID          PIC X(9).

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

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  FILLER                  PIC X(6).

       FD  HELD-ORDERS-FILE.
       01  HELD-ORDER-RECORD.
           05  HELD-ORDER-IMAGE.
               10  HELD-ORDER-DATE     PIC 9(8).
               10  HELD-ORDER-NUMBER   PIC 9(6).
               10  HELD-CUSTOMER-CODE  PIC X(6).
               10  HELD-CUSTOMER-NAME  PIC X(25).
               10  HELD-ORDER-AMOUNT   PIC 9(8)V99.
               10  HELD-SALESMAN-NAME  PIC X(25).
               10  HELD-SALESMAN-ID    PIC X(9).
           05  HELD-DATE               PIC 9(8).

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

      *  One record per pick list ever issued.  PICK-AMOUNT is what
      *  was outstanding on the order when it was picked.

       FD  PICK-CONTROL-FILE.
       01  PICK-CONTROL-RECORD.
           05  PCTL-NEXT-PICK-NR       PIC 9(6).

       FD  PICK-LIST-FILE.
       01  PICK-LIST-LINE              PIC X(80).

       FD  PACKING-SLIP-FILE.
       01  PACKING-SLIP-LINE           PIC X(80).

       FD  PICK-EXCEPTION-FILE.
       01  PICK-EXCEPTION-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  ORDER-STATUS                PIC XX.
       01  LINE-STATUS                 PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  HELD-STATUS                 PIC XX.
       01  PICK-STATUS-CODE            PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  LINE-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  LINES-AVAILABLE         VALUE 'Y'.
       01  LINE-SCAN-EOF-STATUS        PIC X.
           88  LINE-SCAN-END           VALUE 'Y'.
       01  ORDER-EOF-STATUS            PIC X VALUE 'N'.
           88  ORDER-END               VALUE 'Y'.
       01  HELD-EOF-STATUS             PIC X VALUE 'N'.
           88  HELD-END                VALUE 'Y'.
       01  PICK-EOF-STATUS             PIC X VALUE 'N'.
           88  PICK-END                VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  NEXT-PICK-NUMBER            PIC 9(6) VALUE 1.
       01  ORDER-HAS-LINES-SWITCH      PIC X.
           88  ORDER-HAS-LINES         VALUE 'Y'.
       01  LINES-SHORT-COUNT           PIC 999.
       01  QUANTITY-LEFT               PIC 9(5).
       01  SKIP-ORDER-SWITCH           PIC X.
           88  SKIP-ORDER              VALUE 'Y'.

       01  NR-HELD-ORDERS              PIC 999 VALUE ZERO.
       01  HELD-SUB                    PIC 999.
       01  HELD-ORDER-TABLE.
           05  HELD-ENTRY OCCURS 500 TIMES.
               10  HTBL-ORDER-DATE     PIC 9(8).
               10  HTBL-ORDER-NUMBER   PIC 9(6).
       01  NR-OPEN-PICKS               PIC 9(4) VALUE ZERO.
       01  OPEN-SUB                    PIC 9(4).
       01  OPEN-PICK-TABLE.
           05  OPEN-PICK-ENTRY OCCURS 1000 TIMES.
               10  OTBL-ORDER-DATE     PIC 9(8).
               10  OTBL-ORDER-NUMBER   PIC 9(6).

       01  BUSD-BASE-DATE              PIC 9(8).
       01  BUSD-COMPARE-DATE           PIC 9(8).
       01  BUSD-DAYS-BETWEEN           PIC S9(8).
       01  BUSD-NEXT-BUSINESS-DAY      PIC 9(8).
       01  BUSD-STATUS                 PIC X.
           88  BUSD-DATES-VALID          VALUE 'Y'.

       01  ORDERS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  PICKS-ISSUED-COUNT          PIC 9(5) VALUE ZERO.
       01  HELD-SKIPPED-COUNT          PIC 9(5) VALUE ZERO.
       01  PICK-OUT-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.

       01  FORM-LINE-1.
           05  FORM-TITLE              PIC X(14).
           05  FORM-PICK-NUMBER        PIC 9(6).
           05  FILLER                  PIC X(8) VALUE '   DATE '.
           05  FORM-DATE               PIC 9(8).
       01  FORM-LINE-2.
           05  FILLER                  PIC X(7) VALUE 'ORDER  '.
           05  FORM-ORDER-NUMBER       PIC 9(6).
           05  FILLER                  PIC X(4) VALUE ' OF '.
           05  FORM-ORDER-DATE         PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '   CUSTOMER '.
           05  FORM-CUSTOMER-CODE      PIC X(6).
       01  FORM-LINE-3.
           05  FILLER                  PIC X(9) VALUE 'SHIP TO: '.
           05  FORM-SHIP-NAME          PIC X(25).
       01  FORM-LINE-4.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FORM-SHIP-ADDRESS       PIC X(25).
       01  FORM-LINE-5.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FORM-SHIP-CITY          PIC X(15).
           05  FILLER                  PIC XX VALUE ', '.
           05  FORM-SHIP-STATE         PIC XX.
       01  PICK-ITEM-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'LINE ITEM       DESCRIPTION'.
           05  FILLER                  PIC X(26) VALUE
               '      TO PICK UNIT  PICKED'.
       01  PACK-ITEM-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'LINE ITEM       DESCRIPTION'.
           05  FILLER                  PIC X(26) VALUE
               '     QUANTITY UNIT'.
       01  FORM-ITEM-LINE.
           05  ITM-LINE-NUMBER         PIC ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-DESCRIPTION         PIC X(25).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  ITM-QUANTITY            PIC ZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-UNIT-OF-MEASURE     PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-PICKED-BLANK        PIC X(8).
       01  FORM-AMOUNT-LINE.
           05  FILLER                  PIC X(27) VALUE
               'GOODS TO THE VALUE OF     $'.
           05  FORM-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01  PICK-SIGN-OFF-LINE.
           05  FILLER                  PIC X(40) VALUE
               'PICKED BY ________  WRITE PICK NUMBER '.
           05  SIGN-PICK-NUMBER        PIC 9(6).
           05  FILLER                  PIC X(20) VALUE
               ' ON THE CONFIRMATION'.
       01  FORM-SEPARATOR.
           05  FILLER                  PIC X(40) VALUE ALL '-'.
       01  EXCEPTION-HEADING.
           05  FILLER                  PIC X(34) VALUE
               'PICKS NOT CONFIRMED AFTER TWO DAYS'.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EXH-DATE                PIC 9(8).
       01  EXCEPTION-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'PICK    PICKED     ORDER   CUSTOMER'.
           05  FILLER                  PIC X(35) VALUE
               '                      BUS DAYS OPEN'.
       01  EXCEPTION-DETAIL-LINE.
           05  EXC-PICK-NUMBER         PIC 9(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EXC-PICK-DATE           PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EXC-ORDER-NUMBER        PIC 9(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EXC-CUSTOMER-CODE       PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  EXC-CUSTOMER-NAME       PIC X(25).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EXC-DAYS-OPEN           PIC ZZ,ZZ9.
       01  EXCEPTION-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               'UNCONFIRMED PICKS:    '.
           05  EXT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT OUTSTANDING-ORDERS.
           IF ORDER-STATUS NOT = '00'
               DISPLAY 'PICKRUN: UNABLE TO OPEN INDATA2, STATUS: '
                   ORDER-STATUS
               STOP RUN.
           OPEN I-O PICK-MASTER.
           IF PICK-STATUS-CODE NOT = '00'
               OPEN OUTPUT PICK-MASTER
               CLOSE PICK-MASTER
               OPEN I-O PICK-MASTER.
           IF PICK-STATUS-CODE NOT = '00'
               DISPLAY 'PICKRUN: UNABLE TO OPEN PICKMAST, STATUS: '
                   PICK-STATUS-CODE
               STOP RUN.
           OPEN INPUT ORDER-LINES.
           IF LINE-STATUS = '00'
               MOVE 'Y' TO LINE-FILE-AVAILABLE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT PICK-LIST-FILE
                       PACKING-SLIP-FILE
                       PICK-EXCEPTION-FILE.
           PERFORM 0100-READ-PICK-CONTROL.
           PERFORM 0150-LOAD-HELD-ORDERS.
           PERFORM 0200-REVIEW-OPEN-PICKS.
           PERFORM 0300-PICK-ONE-ORDER
               UNTIL ORDER-END.
           PERFORM 0900-WRITE-PICK-CONTROL.
           CLOSE OUTSTANDING-ORDERS
                 PICK-MASTER
                 CUSTOMER-MASTER
                 PICK-LIST-FILE
                 PACKING-SLIP-FILE
                 PICK-EXCEPTION-FILE.
           IF LINES-AVAILABLE
               CLOSE ORDER-LINES.
           DISPLAY 'PICKRUN: ' PICKS-ISSUED-COUNT ' PICK LISTS FROM '
               ORDERS-READ-COUNT ' OUTSTANDING ORDERS'.
           DISPLAY 'PICKRUN: ' HELD-SKIPPED-COUNT ' ON CREDIT HOLD, '
               PICK-OUT-SKIPPED-COUNT ' ALREADY PICKED'.
           DISPLAY 'PICKRUN: ' EXCEPTION-COUNT
               ' PICKS UNCONFIRMED AFTER TWO BUSINESS DAYS'.
           STOP RUN.

      *  With no control file the numbering starts at 1.
       0100-READ-PICK-CONTROL.
           OPEN INPUT PICK-CONTROL-FILE.
           IF CONTROL-STATUS = '00'
               READ PICK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCTL-NEXT-PICK-NR NUMERIC
                         AND PCTL-NEXT-PICK-NR > ZERO
                           MOVE PCTL-NEXT-PICK-NR TO NEXT-PICK-NUMBER
                       END-IF
               END-READ
               CLOSE PICK-CONTROL-FILE.

       0150-LOAD-HELD-ORDERS.
           OPEN INPUT HELD-ORDERS-FILE.
           IF HELD-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL HELD-END
               READ HELD-ORDERS-FILE
                   AT END
                       MOVE 'Y' TO HELD-EOF-STATUS
                   NOT AT END
                       IF NR-HELD-ORDERS < 500
                         AND HELD-CUSTOMER-CODE NOT = SPACES
                           ADD 1 TO NR-HELD-ORDERS
                           MOVE HELD-ORDER-DATE
                               TO HTBL-ORDER-DATE (NR-HELD-ORDERS)
                           MOVE HELD-ORDER-NUMBER
                               TO HTBL-ORDER-NUMBER (NR-HELD-ORDERS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-ORDERS-FILE.

      *  Every open pick keeps its order off today's run, and one
      *  open two business days or more goes on the exception list.
       0200-REVIEW-OPEN-PICKS.
           MOVE CURRENT-DATE-INTEGER TO EXH-DATE.
           WRITE PICK-EXCEPTION-LINE FROM EXCEPTION-HEADING.
           MOVE SPACES TO PICK-EXCEPTION-LINE.
           WRITE PICK-EXCEPTION-LINE AFTER ADVANCING 1 LINE.
           WRITE PICK-EXCEPTION-LINE FROM EXCEPTION-COLUMN-HEADING.
           MOVE ZERO TO PICK-NUMBER.
           START PICK-MASTER KEY IS NOT LESS THAN PICK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO PICK-EOF-STATUS
           END-START.
           PERFORM 0210-REVIEW-ONE-PICK
               UNTIL PICK-END.
           MOVE SPACES TO PICK-EXCEPTION-LINE.
           WRITE PICK-EXCEPTION-LINE AFTER ADVANCING 1 LINE.
           MOVE EXCEPTION-COUNT TO EXT-COUNT.
           WRITE PICK-EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE.

       0210-REVIEW-ONE-PICK.
           READ PICK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO PICK-EOF-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PICK-IS-OPEN
               EXIT PARAGRAPH.
           IF NR-OPEN-PICKS < 1000
               ADD 1 TO NR-OPEN-PICKS
               MOVE PICK-ORDER-DATE TO OTBL-ORDER-DATE (NR-OPEN-PICKS)
               MOVE PICK-ORDER-NUMBER
                   TO OTBL-ORDER-NUMBER (NR-OPEN-PICKS).
           MOVE PICK-DATE TO BUSD-BASE-DATE.
           MOVE CURRENT-DATE-INTEGER TO BUSD-COMPARE-DATE.
           CALL 'BUSDAYS' USING BUSD-BASE-DATE BUSD-COMPARE-DATE
               BUSD-DAYS-BETWEEN BUSD-NEXT-BUSINESS-DAY BUSD-STATUS.
           IF BUSD-DATES-VALID
             AND BUSD-DAYS-BETWEEN >= 2
               MOVE PICK-NUMBER TO EXC-PICK-NUMBER
               MOVE PICK-DATE TO EXC-PICK-DATE
               MOVE PICK-ORDER-NUMBER TO EXC-ORDER-NUMBER
               MOVE PICK-CUSTOMER-CODE TO EXC-CUSTOMER-CODE
               MOVE PICK-CUSTOMER-NAME TO EXC-CUSTOMER-NAME
               MOVE BUSD-DAYS-BETWEEN TO EXC-DAYS-OPEN
               WRITE PICK-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
               ADD 1 TO EXCEPTION-COUNT.

       0300-PICK-ONE-ORDER.
           READ OUTSTANDING-ORDERS NEXT RECORD
               AT END
                   MOVE 'Y' TO ORDER-EOF-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF ORDER-CUSTOMER-CODE = SPACES
               EXIT PARAGRAPH.
           ADD 1 TO ORDERS-READ-COUNT.
           MOVE 'N' TO SKIP-ORDER-SWITCH.
           PERFORM VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > NR-HELD-ORDERS
               IF HTBL-ORDER-DATE (HELD-SUB) = ORDER-DATE-YYYYMMDD
                 AND HTBL-ORDER-NUMBER (HELD-SUB) = ORDER-NUMBER
                   MOVE 'Y' TO SKIP-ORDER-SWITCH
               END-IF
           END-PERFORM.
           IF SKIP-ORDER
               ADD 1 TO HELD-SKIPPED-COUNT
               EXIT PARAGRAPH.
           PERFORM VARYING OPEN-SUB FROM 1 BY 1
               UNTIL OPEN-SUB > NR-OPEN-PICKS
               IF OTBL-ORDER-DATE (OPEN-SUB) = ORDER-DATE-YYYYMMDD
                 AND OTBL-ORDER-NUMBER (OPEN-SUB) = ORDER-NUMBER
                   MOVE 'Y' TO SKIP-ORDER-SWITCH
               END-IF
           END-PERFORM.
           IF SKIP-ORDER
               ADD 1 TO PICK-OUT-SKIPPED-COUNT
               EXIT PARAGRAPH.
           PERFORM 0350-COUNT-SHORT-LINES.
           IF ORDER-HAS-LINES AND LINES-SHORT-COUNT = ZERO
               EXIT PARAGRAPH.
           IF NOT ORDER-HAS-LINES AND ORDER-AMOUNT = ZERO
               EXIT PARAGRAPH.
           MOVE ORDER-CUSTOMER-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ORDER-CUSTOMER-NAME TO CUST-NAME
                   MOVE SPACES TO CUST-ADDRESS
                                  CUST-CITY
                                  CUST-STATE
           END-READ.
           PERFORM 0400-PRINT-PICK-LIST.
           PERFORM 0500-PRINT-PACKING-SLIP.
           MOVE SPACES TO PICK-RECORD.
           MOVE NEXT-PICK-NUMBER TO PICK-NUMBER.
           MOVE 'O' TO PICK-STATUS.
           MOVE CURRENT-DATE-INTEGER TO PICK-DATE.
           MOVE ORDER-DATE-YYYYMMDD TO PICK-ORDER-DATE.
           MOVE ORDER-NUMBER TO PICK-ORDER-NUMBER.
           MOVE ORDER-CUSTOMER-CODE TO PICK-CUSTOMER-CODE.
           MOVE CUST-NAME TO PICK-CUSTOMER-NAME.
           MOVE ORDER-AMOUNT TO PICK-AMOUNT.
           MOVE ZERO TO PICK-CONFIRM-DATE.
           WRITE PICK-RECORD
               INVALID KEY
                   DISPLAY 'PICKRUN: PICK ' PICK-NUMBER
                       ' IS ALREADY ON FILE -- CHECK PICKCTL.DAT'
           END-WRITE.
           ADD 1 TO NEXT-PICK-NUMBER.
           ADD 1 TO PICKS-ISSUED-COUNT.

      *  Whether the order has lines, and how many are still short.
       0350-COUNT-SHORT-LINES.
           MOVE 'N' TO ORDER-HAS-LINES-SWITCH.
           MOVE ZERO TO LINES-SHORT-COUNT.
           PERFORM 0360-START-ORDER-LINES.
           PERFORM 0370-READ-ORDER-LINE.
           PERFORM UNTIL LINE-SCAN-END
               MOVE 'Y' TO ORDER-HAS-LINES-SWITCH
               IF OLIN-SHIPPED-QUANTITY < OLIN-QUANTITY
                   ADD 1 TO LINES-SHORT-COUNT
               END-IF
               PERFORM 0370-READ-ORDER-LINE
           END-PERFORM.

       0360-START-ORDER-LINES.
           MOVE 'N' TO LINE-SCAN-EOF-STATUS.
           IF NOT LINES-AVAILABLE
               MOVE 'Y' TO LINE-SCAN-EOF-STATUS
               EXIT PARAGRAPH.
           MOVE ORDER-DATE-YYYYMMDD TO OLIN-ORDER-DATE.
           MOVE ORDER-NUMBER TO OLIN-ORDER-NUMBER.
           MOVE ZERO TO OLIN-LINE-NUMBER.
           START ORDER-LINES KEY IS NOT LESS THAN OLIN-KEY
               INVALID KEY
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           END-START.

       0370-READ-ORDER-LINE.
           IF LINE-SCAN-END
               EXIT PARAGRAPH.
           READ ORDER-LINES NEXT RECORD
               AT END
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS
           END-READ.
           IF NOT LINE-SCAN-END
               IF OLIN-ORDER-DATE NOT = ORDER-DATE-YYYYMMDD
                 OR OLIN-ORDER-NUMBER NOT = ORDER-NUMBER
                   MOVE 'Y' TO LINE-SCAN-EOF-STATUS.

       0400-PRINT-PICK-LIST.
           MOVE 'PICK LIST     ' TO FORM-TITLE.
           PERFORM 0450-SET-UP-FORM-HEADING.
           WRITE PICK-LIST-LINE FROM FORM-LINE-1.
           WRITE PICK-LIST-LINE FROM FORM-LINE-2.
           WRITE PICK-LIST-LINE FROM FORM-LINE-3.
           WRITE PICK-LIST-LINE FROM FORM-LINE-4.
           WRITE PICK-LIST-LINE FROM FORM-LINE-5.
           IF ORDER-HAS-LINES
               WRITE PICK-LIST-LINE FROM PICK-ITEM-HEADING
               PERFORM 0360-START-ORDER-LINES
               PERFORM 0370-READ-ORDER-LINE
               PERFORM UNTIL LINE-SCAN-END
                   IF OLIN-SHIPPED-QUANTITY < OLIN-QUANTITY
                       PERFORM 0460-SET-UP-ITEM-LINE
                       MOVE '________' TO ITM-PICKED-BLANK
                       WRITE PICK-LIST-LINE FROM FORM-ITEM-LINE
                   END-IF
                   PERFORM 0370-READ-ORDER-LINE
               END-PERFORM
           ELSE
               MOVE ORDER-AMOUNT TO FORM-AMOUNT
               WRITE PICK-LIST-LINE FROM FORM-AMOUNT-LINE.
           MOVE NEXT-PICK-NUMBER TO SIGN-PICK-NUMBER.
           WRITE PICK-LIST-LINE FROM PICK-SIGN-OFF-LINE.
           WRITE PICK-LIST-LINE FROM FORM-SEPARATOR.

       0500-PRINT-PACKING-SLIP.
           MOVE 'PACKING SLIP  ' TO FORM-TITLE.
           PERFORM 0450-SET-UP-FORM-HEADING.
           WRITE PACKING-SLIP-LINE FROM FORM-LINE-1.
           WRITE PACKING-SLIP-LINE FROM FORM-LINE-2.
           WRITE PACKING-SLIP-LINE FROM FORM-LINE-3.
           WRITE PACKING-SLIP-LINE FROM FORM-LINE-4.
           WRITE PACKING-SLIP-LINE FROM FORM-LINE-5.
           IF ORDER-HAS-LINES
               WRITE PACKING-SLIP-LINE FROM PACK-ITEM-HEADING
               PERFORM 0360-START-ORDER-LINES
               PERFORM 0370-READ-ORDER-LINE
               PERFORM UNTIL LINE-SCAN-END
                   IF OLIN-SHIPPED-QUANTITY < OLIN-QUANTITY
                       PERFORM 0460-SET-UP-ITEM-LINE
                       MOVE SPACES TO ITM-PICKED-BLANK
                       WRITE PACKING-SLIP-LINE FROM FORM-ITEM-LINE
                   END-IF
                   PERFORM 0370-READ-ORDER-LINE
               END-PERFORM
           ELSE
               MOVE ORDER-AMOUNT TO FORM-AMOUNT
               WRITE PACKING-SLIP-LINE FROM FORM-AMOUNT-LINE.
           WRITE PACKING-SLIP-LINE FROM FORM-SEPARATOR.

       0450-SET-UP-FORM-HEADING.
           MOVE NEXT-PICK-NUMBER TO FORM-PICK-NUMBER.
           MOVE CURRENT-DATE-INTEGER TO FORM-DATE.
           MOVE ORDER-NUMBER TO FORM-ORDER-NUMBER.
           MOVE ORDER-DATE-YYYYMMDD TO FORM-ORDER-DATE.
           MOVE ORDER-CUSTOMER-CODE TO FORM-CUSTOMER-CODE.
           MOVE CUST-NAME TO FORM-SHIP-NAME.
           MOVE CUST-ADDRESS TO FORM-SHIP-ADDRESS.
           MOVE CUST-CITY TO FORM-SHIP-CITY.
           MOVE CUST-STATE TO FORM-SHIP-STATE.

       0460-SET-UP-ITEM-LINE.
           COMPUTE QUANTITY-LEFT =
               OLIN-QUANTITY - OLIN-SHIPPED-QUANTITY.
           MOVE OLIN-LINE-NUMBER TO ITM-LINE-NUMBER.
           MOVE OLIN-ITEM-NUMBER TO ITM-ITEM-NUMBER.
           MOVE OLIN-DESCRIPTION TO ITM-DESCRIPTION.
           MOVE QUANTITY-LEFT TO ITM-QUANTITY.
           MOVE OLIN-UNIT-OF-MEASURE TO ITM-UNIT-OF-MEASURE.

       0900-WRITE-PICK-CONTROL.
           OPEN OUTPUT PICK-CONTROL-FILE.
           MOVE NEXT-PICK-NUMBER TO PCTL-NEXT-PICK-NR.
           WRITE PICK-CONTROL-RECORD.
           CLOSE PICK-CONTROL-FILE.
