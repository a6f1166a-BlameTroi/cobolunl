       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDIPOIN.

      *  Inbound EDI purchase orders.  Our larger customers send
      *  their purchase orders electronically; the translator lays
      *  each transmission down in EDIPOIN.DAT as fixed records --
      *
      *    H  interchange header: sender ID, the receiver ID the
      *       partner addressed us by, interchange control number
      *    P  purchase order: the customer's PO number and date
      *    L  PO line: the customer's line ID, our item number,
      *       the quantity, and the unit price the customer expects
      *    E  end of purchase order: the number of L records sent
      *    T  interchange trailer: the number of P records sent and
      *       the control number again
      *
      *  -- and this run enters them as ORDENTRY would have had
      *  they been keyed:
      *
      *    - the sender ID is looked up on the TRADPART trading
      *      partner file (TPMNT), which gives the CUSTMAST
      *      customer and the SALMSTR salesman the orders belong
      *      to.  An unknown sender, a wrong receiver ID, a partner
      *      customer not on CUSTMAST, a salesman unknown or
      *      terminated, or a live partner's control number not
      *      past the last one taken (a resent transmission) fails
      *      the whole interchange;
      *    - every line's item must be on ITEMMSTR and its quantity
      *      must edit through NUMEDIT to a whole number, and an
      *      order is at most 20 lines, the ORDENTRY limit.  Lines
      *      are priced at list, and a line whose expected price
      *      differs is still taken, at list, and acknowledged as
      *      changed.  One bad line rejects the purchase order --
      *      the customer resends it corrected rather than us
      *      shipping part of it;
      *    - a good order is numbered from ORDCTL.DAT and written to
      *      INDATA2 with its lines on ORDLINE, or to HELDORD.DAT
      *      for a customer on credit hold, exactly as ORDENTRY
      *      does.  A partner still in test ('T') has its orders
      *      validated and acknowledged but never entered.
      *
      *  Back to each known partner go a functional acknowledgment
      *  per interchange on EDIFACK.DAT (A accepted, E accepted
      *  with errors, R rejected) and an order acknowledgment per
      *  purchase order on EDIOACK.DAT (AD accepted as sent, AC
      *  accepted with price changes, RJ rejected) with a status on
      *  every line (IA, IP price changed, IR rejected).  Every
      *  reject, with its reason, is listed on EDIREJ.DAT.
      *
      *  ORDCTL.DAT is read at start and written back at end, so
      *  this is not run while an ORDENTRY session is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-INPUT-FILE       ASSIGN TO "EDIPOIN.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS EDI-STATUS.
           SELECT TRADING-PARTNER-FILE ASSIGN TO "TRADPART"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY TP-PARTNER-ID
                                       FILE STATUS PARTNER-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT OUTSTANDING-ORDERS   ASSIGN TO "INDATA2"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ORDER-KEY
                                       FILE STATUS ORDER-STATUS.
           SELECT ORDER-CONTROL-FILE   ASSIGN TO "ORDCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CONTROL-STATUS.
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
           SELECT FUNCTIONAL-ACK-FILE  ASSIGN TO "EDIFACK.DAT"
                                       LINE SEQUENTIAL.
           SELECT ORDER-ACK-FILE       ASSIGN TO "EDIOACK.DAT"
                                       LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE   ASSIGN TO "EDIREJ.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-INPUT-FILE.
       01  EDI-HEADER-RECORD.
           05  EDI-RECORD-TYPE         PIC X.
           05  EDIH-SENDER-ID          PIC X(15).
           05  EDIH-RECEIVER-ID        PIC X(15).
           05  EDIH-CONTROL-NR         PIC X(9).
           05  EDIH-DATE               PIC 9(8).
           05  FILLER                  PIC X(32).
       01  EDI-ORDER-RECORD.
           05  FILLER                  PIC X.
           05  EDIP-PO-NUMBER          PIC X(22).
           05  EDIP-PO-DATE            PIC 9(8).
           05  FILLER                  PIC X(49).
       01  EDI-LINE-RECORD.
           05  FILLER                  PIC X.
           05  EDIL-LINE-ID            PIC X(6).
           05  EDIL-ITEM-NUMBER        PIC X(10).
           05  EDIL-QUANTITY-TEXT      PIC X(15).
           05  EDIL-PRICE-TEXT         PIC X(15).
           05  FILLER                  PIC X(33).
       01  EDI-END-RECORD.
           05  FILLER                  PIC X.
           05  EDIE-LINE-COUNT         PIC 9(6).
           05  FILLER                  PIC X(73).
       01  EDI-TRAILER-RECORD.
           05  FILLER                  PIC X.
           05  EDIT-ORDER-COUNT        PIC 9(6).
           05  EDIT-CONTROL-NR         PIC X(9).
           05  FILLER                  PIC X(64).

       FD  TRADING-PARTNER-FILE.
       01  TRADING-PARTNER-RECORD.
           05  TP-PARTNER-ID           PIC X(15).
           05  TP-CUST-CODE            PIC X(6).
           05  TP-PARTNER-NAME         PIC X(25).
           05  TP-RECEIVER-ID          PIC X(15).
           05  TP-SALESMAN-ID          PIC X(9).
           05  TP-STATUS               PIC X.
               88  TP-IS-LIVE           VALUE 'L'.
               88  TP-IS-TEST           VALUE 'T'.
           05  TP-LAST-CONTROL-NR      PIC 9(9).
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
               88  CUST-CREDIT-OK       VALUE 'G'.
               88  CUST-CREDIT-HOLD     VALUE 'H'.
           05  FILLER                  PIC X(6).

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

       FD  ORDER-CONTROL-FILE.
       01  ORDER-CONTROL-RECORD.
           05  OCTL-NEXT-ORDER-NR      PIC 9(6).

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

      *  One record per interchange from a known partner.  FACK-
      *  USAGE is 'T' for a partner in test, 'P' once it is live.
       FD  FUNCTIONAL-ACK-FILE.
       01  FUNCTIONAL-ACK-RECORD.
           05  FACK-PARTNER-ID         PIC X(15).
           05  FACK-RECEIVER-ID        PIC X(15).
           05  FACK-CONTROL-NR         PIC X(9).
           05  FACK-STATUS             PIC X.
           05  FACK-ORDERS-RECEIVED    PIC 9(6).
           05  FACK-ORDERS-ACCEPTED    PIC 9(6).
           05  FACK-USAGE              PIC X.
           05  FACK-DATE               PIC 9(8).
           05  FILLER                  PIC X(19).

      *  An 'A' record per purchase order, then an 'L' record per
      *  line.  OACK-ORDER-NUMBER is our order number, zero for a
      *  rejected order or one from a partner in test.
       FD  ORDER-ACK-FILE.
       01  ORDER-ACK-RECORD.
           05  OACK-RECORD-TYPE        PIC X.
           05  OACK-PARTNER-ID         PIC X(15).
           05  OACK-PO-NUMBER          PIC X(22).
           05  OACK-STATUS             PIC XX.
           05  OACK-ORDER-NUMBER       PIC 9(6).
           05  OACK-ORDER-DATE         PIC 9(8).
           05  OACK-ORDER-AMOUNT       PIC 9(8)V99.
           05  OACK-USAGE              PIC X.
           05  FILLER                  PIC X(15).
       01  ORDER-ACK-LINE-RECORD.
           05  OACL-RECORD-TYPE        PIC X.
           05  OACL-PARTNER-ID         PIC X(15).
           05  OACL-PO-NUMBER          PIC X(22).
           05  OACL-LINE-ID            PIC X(6).
           05  OACL-ITEM-NUMBER        PIC X(10).
           05  OACL-STATUS             PIC XX.
           05  OACL-QUANTITY           PIC 9(5).
           05  OACL-UNIT-PRICE         PIC 9(6)V99.
           05  FILLER                  PIC X(11).

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  EDI-STATUS                  PIC XX.
       01  PARTNER-STATUS              PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  ORDER-STATUS                PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  HELD-STATUS                 PIC XX.
       01  SALESMAN-STATUS             PIC XX.
       01  ITEM-STATUS                 PIC XX.
       01  LINE-STATUS                 PIC XX.
       01  SALESMAN-MASTER-AVAILABLE   PIC X VALUE 'N'.
           88  MASTER-AVAILABLE        VALUE 'Y'.
       01  EDI-EOF-STATUS              PIC X VALUE 'N'.
           88  EDI-END                 VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  NEXT-ORDER-NUMBER           PIC 9(6) VALUE 1.
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.

      *  The interchange in hand and the partner it came from.
       01  INTERCHANGE-OPEN-SWITCH     PIC X VALUE 'N'.
           88  INTERCHANGE-OPEN        VALUE 'Y'.
       01  INTERCHANGE-OK-SWITCH       PIC X VALUE 'N'.
           88  INTERCHANGE-OK          VALUE 'Y'.
       01  INTERCHANGE-ERRORS-SWITCH   PIC X.
           88  INTERCHANGE-HAS-ERRORS  VALUE 'Y'.
       01  PARTNER-KNOWN-SWITCH        PIC X VALUE 'N'.
           88  PARTNER-KNOWN           VALUE 'Y'.
       01  ICH-SENDER-ID               PIC X(15).
       01  ICH-RECEIVER-ID             PIC X(15).
       01  ICH-CONTROL-NR              PIC X(9).
       01  ICH-CONTROL-NUMBER REDEFINES ICH-CONTROL-NR
                                       PIC 9(9).
       01  ICH-ORDERS-RECEIVED         PIC 9(6).
       01  ICH-ORDERS-ACCEPTED         PIC 9(6).
       01  PARTNER-USAGE               PIC X.
           88  PARTNER-IN-TEST         VALUE 'T'.
       01  PARTNER-CUST-CODE           PIC X(6).
       01  PARTNER-CUST-NAME           PIC X(25).
       01  PARTNER-CREDIT-STATUS       PIC X.
           88  PARTNER-ON-CREDIT-HOLD  VALUE 'H'.
       01  PARTNER-SALESMAN-ID         PIC X(9).
       01  PARTNER-SALESMAN-NAME       PIC X(25).

      *  The purchase order in hand.
       01  ORDER-OPEN-SWITCH           PIC X VALUE 'N'.
           88  ORDER-OPEN              VALUE 'Y'.
       01  ORDER-OK-SWITCH             PIC X.
           88  ORDER-OK                VALUE 'Y'.
       01  PRICE-CHANGED-SWITCH        PIC X.
           88  PRICE-CHANGED           VALUE 'Y'.
       01  PO-NUMBER-WORK              PIC X(22).
       01  LINES-RECEIVED              PIC 9(6).
       01  NR-ORDER-LINES              PIC 99.
       01  LINE-SUB                    PIC 99.
       01  LINES-WRITTEN-COUNT         PIC 99.
       01  ORDER-TOTAL-AMOUNT          PIC 9(8)V99.
       01  LINE-EXTENDED-WORK          PIC 9(9)V99.
       01  QUANTITY-WORK               PIC 9(5).
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 20 TIMES.
               10  LTBL-LINE-ID        PIC X(6).
               10  LTBL-ITEM-NUMBER    PIC X(10).
               10  LTBL-DESCRIPTION    PIC X(25).
               10  LTBL-UNIT-OF-MEASURE
                                       PIC X(4).
               10  LTBL-QUANTITY       PIC 9(5).
               10  LTBL-UNIT-PRICE     PIC 9(6)V99.
               10  LTBL-EXTENDED-AMOUNT
                                       PIC 9(8)V99.
               10  LTBL-TAXABLE-FLAG   PIC X.
               10  LTBL-ACK-STATUS     PIC XX.
       01  ACK-ORDER-NUMBER            PIC 9(6).

       01  REJECT-PO-NUMBER            PIC X(22).
       01  REJECT-LINE-ID              PIC X(6).
       01  REJECT-REASON               PIC X(40).

       01  INTERCHANGES-READ-COUNT     PIC 9(5) VALUE ZERO.
       01  ORDERS-RECEIVED-COUNT       PIC 9(5) VALUE ZERO.
       01  ORDERS-ENTERED-COUNT        PIC 9(5) VALUE ZERO.
       01  ORDERS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01  TEST-ORDERS-COUNT           PIC 9(5) VALUE ZERO.
       01  ORDERS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  REJECT-LINES-COUNT          PIC 9(5) VALUE ZERO.

       01  REJECT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               'EDI PURCHASE ORDER REJECTS'.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RJH-DATE                PIC 9(8).
       01  REJECT-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'SENDER          CONTROL   PO NUMBER'.
           05  FILLER                  PIC X(40) VALUE
               '              LINE   REASON'.
       01  REJECT-DETAIL-LINE.
           05  RJD-SENDER-ID           PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  RJD-CONTROL-NR          PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  RJD-PO-NUMBER           PIC X(22).
           05  FILLER                  PIC X VALUE SPACE.
           05  RJD-LINE-ID             PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RJD-REASON              PIC X(40).
       01  REJECT-TOTAL-LINE.
           05  RJT-LABEL               PIC X(30).
           05  RJT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT EDI-INPUT-FILE.
           IF EDI-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN EDIPOIN.DAT, STATUS: '
                   EDI-STATUS
               STOP RUN.
           OPEN I-O TRADING-PARTNER-FILE.
           IF PARTNER-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN TRADPART, STATUS: '
                   PARTNER-STATUS
               CLOSE EDI-INPUT-FILE
               STOP RUN.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN CUSTMAST, STATUS: '
                   CUSTOMER-STATUS
               CLOSE EDI-INPUT-FILE
                     TRADING-PARTNER-FILE
               STOP RUN.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN ITEMMSTR, STATUS: '
                   ITEM-STATUS
               CLOSE EDI-INPUT-FILE
                     TRADING-PARTNER-FILE
                     CUSTOMER-MASTER
               STOP RUN.
           OPEN I-O ORDER-LINES.
           IF LINE-STATUS NOT = '00'
               OPEN OUTPUT ORDER-LINES
               CLOSE ORDER-LINES
               OPEN I-O ORDER-LINES.
           IF LINE-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN ORDLINE, STATUS: '
                   LINE-STATUS
               CLOSE EDI-INPUT-FILE
                     TRADING-PARTNER-FILE
                     CUSTOMER-MASTER
                     ITEM-MASTER
               STOP RUN.
           OPEN I-O OUTSTANDING-ORDERS.
           IF ORDER-STATUS NOT = '00'
               OPEN OUTPUT OUTSTANDING-ORDERS
               CLOSE OUTSTANDING-ORDERS
               OPEN I-O OUTSTANDING-ORDERS.
           IF ORDER-STATUS NOT = '00'
               DISPLAY 'EDIPOIN: UNABLE TO OPEN INDATA2, STATUS: '
                   ORDER-STATUS
               CLOSE EDI-INPUT-FILE
                     TRADING-PARTNER-FILE
                     CUSTOMER-MASTER
                     ITEM-MASTER
                     ORDER-LINES
               STOP RUN.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS = '00'
               MOVE 'Y' TO SALESMAN-MASTER-AVAILABLE
           ELSE
               DISPLAY 'EDIPOIN: SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS ' -- SALESMAN IDS NOT VALIDATED'.
           OPEN OUTPUT FUNCTIONAL-ACK-FILE
                       ORDER-ACK-FILE
                       REJECT-REPORT-FILE.
           MOVE CURRENT-DATE-INTEGER TO RJH-DATE.
           WRITE REJECT-REPORT-LINE FROM REJECT-HEADING.
           MOVE SPACES TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REJECT-REPORT-LINE FROM REJECT-COLUMN-HEADING.
           PERFORM 0100-READ-ORDER-CONTROL.
           PERFORM 0200-PROCESS-ONE-RECORD
               UNTIL EDI-END.
           IF ORDER-OPEN
               PERFORM 0460-ORDER-NOT-ENDED.
           IF INTERCHANGE-OPEN
               PERFORM 0560-INTERCHANGE-NOT-ENDED.
           PERFORM 0900-WRITE-ORDER-CONTROL.
           PERFORM 0950-WRITE-REJECT-TOTALS.
           IF MASTER-AVAILABLE
               CLOSE SALESMAN-MASTER-FILE.
           CLOSE EDI-INPUT-FILE
                 TRADING-PARTNER-FILE
                 CUSTOMER-MASTER
                 ITEM-MASTER
                 ORDER-LINES
                 OUTSTANDING-ORDERS
                 FUNCTIONAL-ACK-FILE
                 ORDER-ACK-FILE
                 REJECT-REPORT-FILE.
           DISPLAY 'EDIPOIN: ' ORDERS-RECEIVED-COUNT
               ' PURCHASE ORDERS IN ' INTERCHANGES-READ-COUNT
               ' INTERCHANGES'.
           DISPLAY 'EDIPOIN: ' ORDERS-ENTERED-COUNT ' ENTERED, '
               ORDERS-HELD-COUNT ' TO CREDIT HOLD, '
               TEST-ORDERS-COUNT ' FROM PARTNERS IN TEST'.
           DISPLAY 'EDIPOIN: ' ORDERS-REJECTED-COUNT
               ' REJECTED -- SEE EDIREJ.DAT'.
           STOP RUN.

       0100-READ-ORDER-CONTROL.
           OPEN INPUT ORDER-CONTROL-FILE.
           IF CONTROL-STATUS = '00'
               READ ORDER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OCTL-NEXT-ORDER-NR NUMERIC
                         AND OCTL-NEXT-ORDER-NR > ZERO
                           MOVE OCTL-NEXT-ORDER-NR
                               TO NEXT-ORDER-NUMBER
                       END-IF
               END-READ
               CLOSE ORDER-CONTROL-FILE.

       0200-PROCESS-ONE-RECORD.
           READ EDI-INPUT-FILE
               AT END
                   MOVE 'Y' TO EDI-EOF-STATUS
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE EDI-RECORD-TYPE
               WHEN 'H'
                   PERFORM 0300-START-INTERCHANGE
               WHEN 'P'
                   PERFORM 0400-START-ORDER
               WHEN 'L'
                   PERFORM 0420-TAKE-ONE-LINE
               WHEN 'E'
                   PERFORM 0450-END-ORDER
               WHEN 'T'
                   PERFORM 0500-END-INTERCHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE -- SKIPPED'
                       TO REJECT-REASON
                   PERFORM 0800-REPORT-INTERCHANGE-REJECT
           END-EVALUATE.

      *  Everything that fails a partner fails the whole interchange:
      *  its orders are counted for the acknowledgment but not read.
       0300-START-INTERCHANGE.
           IF ORDER-OPEN
               PERFORM 0460-ORDER-NOT-ENDED.
           IF INTERCHANGE-OPEN
               PERFORM 0560-INTERCHANGE-NOT-ENDED.
           ADD 1 TO INTERCHANGES-READ-COUNT.
           MOVE 'Y' TO INTERCHANGE-OPEN-SWITCH
                       INTERCHANGE-OK-SWITCH.
           MOVE 'N' TO INTERCHANGE-ERRORS-SWITCH
                       PARTNER-KNOWN-SWITCH.
           MOVE EDIH-SENDER-ID TO ICH-SENDER-ID.
           MOVE EDIH-RECEIVER-ID TO ICH-RECEIVER-ID.
           MOVE EDIH-CONTROL-NR TO ICH-CONTROL-NR.
           MOVE ZERO TO ICH-ORDERS-RECEIVED
                        ICH-ORDERS-ACCEPTED.
           MOVE EDIH-SENDER-ID TO TP-PARTNER-ID.
           READ TRADING-PARTNER-FILE
               INVALID KEY
                   MOVE 'SENDER IS NOT A TRADING PARTNER'
                       TO REJECT-REASON
                   PERFORM 0800-REPORT-INTERCHANGE-REJECT
                   MOVE 'N' TO INTERCHANGE-OK-SWITCH
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO PARTNER-KNOWN-SWITCH.
           IF TP-IS-LIVE
               MOVE 'P' TO PARTNER-USAGE
           ELSE
               MOVE 'T' TO PARTNER-USAGE.
           IF TP-RECEIVER-ID NOT = SPACES
             AND TP-RECEIVER-ID NOT = EDIH-RECEIVER-ID
               MOVE 'SENT TO ANOTHER RECEIVER ID' TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               MOVE 'N' TO INTERCHANGE-OK-SWITCH
               EXIT PARAGRAPH.
           IF ICH-CONTROL-NUMBER NOT NUMERIC
               MOVE 'CONTROL NUMBER IS NOT NUMERIC' TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               MOVE 'N' TO INTERCHANGE-OK-SWITCH
               EXIT PARAGRAPH.
           IF TP-IS-LIVE
             AND ICH-CONTROL-NUMBER NOT > TP-LAST-CONTROL-NR
               MOVE 'CONTROL NUMBER ALREADY TAKEN -- RESENT?'
                   TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               MOVE 'N' TO INTERCHANGE-OK-SWITCH
               EXIT PARAGRAPH.
           MOVE TP-CUST-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'PARTNER CUSTOMER NOT ON CUSTMAST'
                       TO REJECT-REASON
                   PERFORM 0800-REPORT-INTERCHANGE-REJECT
                   MOVE 'N' TO INTERCHANGE-OK-SWITCH
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUST-CODE TO PARTNER-CUST-CODE.
           MOVE CUST-NAME TO PARTNER-CUST-NAME.
           MOVE CUST-CREDIT-STATUS TO PARTNER-CREDIT-STATUS.
           PERFORM 0350-CHECK-PARTNER-SALESMAN.

      *  With SALMSTR not available the partner's salesman ID goes
      *  on unvalidated and without a name.
       0350-CHECK-PARTNER-SALESMAN.
           MOVE TP-SALESMAN-ID TO PARTNER-SALESMAN-ID.
           MOVE SPACES TO PARTNER-SALESMAN-NAME.
           IF NOT MASTER-AVAILABLE
               EXIT PARAGRAPH.
           MOVE TP-SALESMAN-ID TO SAL-SALESMAN-ID.
           READ SALESMAN-MASTER-FILE
               INVALID KEY
                   MOVE 'PARTNER SALESMAN NOT ON SALMSTR'
                       TO REJECT-REASON
                   PERFORM 0800-REPORT-INTERCHANGE-REJECT
                   MOVE 'N' TO INTERCHANGE-OK-SWITCH
               NOT INVALID KEY
                   IF SAL-IS-TERMINATED
                       MOVE 'PARTNER SALESMAN IS TERMINATED'
                           TO REJECT-REASON
                       PERFORM 0800-REPORT-INTERCHANGE-REJECT
                       MOVE 'N' TO INTERCHANGE-OK-SWITCH
                   ELSE
                       MOVE SAL-NAME TO PARTNER-SALESMAN-NAME
                   END-IF
           END-READ.

       0400-START-ORDER.
           IF ORDER-OPEN
               PERFORM 0460-ORDER-NOT-ENDED.
           MOVE 'Y' TO ORDER-OPEN-SWITCH
                       ORDER-OK-SWITCH.
           MOVE 'N' TO PRICE-CHANGED-SWITCH.
           MOVE EDIP-PO-NUMBER TO PO-NUMBER-WORK.
           MOVE ZERO TO LINES-RECEIVED
                        NR-ORDER-LINES
                        ORDER-TOTAL-AMOUNT.
           ADD 1 TO ORDERS-RECEIVED-COUNT.
           IF NOT INTERCHANGE-OPEN
               MOVE 'N' TO ORDER-OK-SWITCH
               MOVE 'ORDER OUTSIDE AN INTERCHANGE' TO REJECT-REASON
               MOVE PO-NUMBER-WORK TO REJECT-PO-NUMBER
               MOVE SPACES TO REJECT-LINE-ID
               PERFORM 0850-WRITE-REJECT-DETAIL
               ADD 1 TO ORDERS-REJECTED-COUNT
               EXIT PARAGRAPH.
           ADD 1 TO ICH-ORDERS-RECEIVED.
           IF NOT INTERCHANGE-OK
               MOVE 'N' TO ORDER-OK-SWITCH
               ADD 1 TO ORDERS-REJECTED-COUNT
               EXIT PARAGRAPH.
           IF PO-NUMBER-WORK = SPACES
               MOVE 'PURCHASE ORDER NUMBER MISSING' TO REJECT-REASON
               PERFORM 0810-REPORT-ORDER-REJECT.

      *  Each line is validated as ORDENTRY validates a keyed line,
      *  but a bad line here rejects the order rather than being
      *  keyed again.
       0420-TAKE-ONE-LINE.
           IF NOT ORDER-OPEN
               MOVE 'LINE OUTSIDE A PURCHASE ORDER' TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               EXIT PARAGRAPH.
           ADD 1 TO LINES-RECEIVED.
           IF NOT INTERCHANGE-OK OR NOT INTERCHANGE-OPEN
               EXIT PARAGRAPH.
           MOVE EDIL-LINE-ID TO REJECT-LINE-ID.
           IF NR-ORDER-LINES = 20
               MOVE 'MORE THAN 20 LINES ON THE ORDER'
                   TO REJECT-REASON
               PERFORM 0820-REPORT-LINE-REJECT
               EXIT PARAGRAPH.
           ADD 1 TO NR-ORDER-LINES.
           MOVE EDIL-LINE-ID TO LTBL-LINE-ID (NR-ORDER-LINES).
           MOVE EDIL-ITEM-NUMBER TO LTBL-ITEM-NUMBER (NR-ORDER-LINES).
           MOVE SPACES TO LTBL-DESCRIPTION (NR-ORDER-LINES)
                          LTBL-UNIT-OF-MEASURE (NR-ORDER-LINES).
           MOVE ZERO TO LTBL-QUANTITY (NR-ORDER-LINES)
                        LTBL-UNIT-PRICE (NR-ORDER-LINES)
                        LTBL-EXTENDED-AMOUNT (NR-ORDER-LINES).
           MOVE 'N' TO LTBL-TAXABLE-FLAG (NR-ORDER-LINES).
           MOVE 'IR' TO LTBL-ACK-STATUS (NR-ORDER-LINES).
           MOVE EDIL-ITEM-NUMBER TO ITEM-NUMBER.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE 'ITEM NOT ON ITEMMSTR' TO REJECT-REASON
                   PERFORM 0820-REPORT-LINE-REJECT
                   EXIT PARAGRAPH
           END-READ.
           MOVE ITEM-DESCRIPTION TO LTBL-DESCRIPTION (NR-ORDER-LINES).
           MOVE ITEM-UNIT-OF-MEASURE
               TO LTBL-UNIT-OF-MEASURE (NR-ORDER-LINES).
           MOVE ITEM-LIST-PRICE TO LTBL-UNIT-PRICE (NR-ORDER-LINES).
           IF ITEM-IS-TAXABLE
               MOVE 'Y' TO LTBL-TAXABLE-FLAG (NR-ORDER-LINES).
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE EDIL-QUANTITY-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE <= ZERO
             OR NUMEDIT-VALUE > 99999
               MOVE 'QUANTITY WILL NOT EDIT' TO REJECT-REASON
               PERFORM 0820-REPORT-LINE-REJECT
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO QUANTITY-WORK.
           IF QUANTITY-WORK NOT = NUMEDIT-VALUE
               MOVE 'QUANTITY IS NOT IN WHOLE UNITS' TO REJECT-REASON
               PERFORM 0820-REPORT-LINE-REJECT
               EXIT PARAGRAPH.
           MOVE QUANTITY-WORK TO LTBL-QUANTITY (NR-ORDER-LINES).
           COMPUTE LINE-EXTENDED-WORK =
               QUANTITY-WORK * ITEM-LIST-PRICE.
           IF LINE-EXTENDED-WORK + ORDER-TOTAL-AMOUNT > 99999999.99
               MOVE 'LINE WOULD OVERFLOW THE ORDER AMOUNT'
                   TO REJECT-REASON
               PERFORM 0820-REPORT-LINE-REJECT
               EXIT PARAGRAPH.
           MOVE LINE-EXTENDED-WORK
               TO LTBL-EXTENDED-AMOUNT (NR-ORDER-LINES).
           ADD LINE-EXTENDED-WORK TO ORDER-TOTAL-AMOUNT.
           MOVE 'IA' TO LTBL-ACK-STATUS (NR-ORDER-LINES).
           IF EDIL-PRICE-TEXT = SPACES
               EXIT PARAGRAPH.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE EDIL-PRICE-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE NOT = ITEM-LIST-PRICE
               MOVE 'IP' TO LTBL-ACK-STATUS (NR-ORDER-LINES)
               MOVE 'Y' TO PRICE-CHANGED-SWITCH.

       0450-END-ORDER.
           IF NOT ORDER-OPEN
               MOVE 'ORDER END WITHOUT AN ORDER' TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               EXIT PARAGRAPH.
           MOVE 'N' TO ORDER-OPEN-SWITCH.
           IF NOT INTERCHANGE-OK OR NOT INTERCHANGE-OPEN
               EXIT PARAGRAPH.
           IF EDIE-LINE-COUNT NOT NUMERIC
             OR EDIE-LINE-COUNT NOT = LINES-RECEIVED
               MOVE 'LINE COUNT DOES NOT MATCH THE LINES'
                   TO REJECT-REASON
               PERFORM 0810-REPORT-ORDER-REJECT.
           IF LINES-RECEIVED = ZERO
               MOVE 'ORDER HAS NO LINES' TO REJECT-REASON
               PERFORM 0810-REPORT-ORDER-REJECT.
           PERFORM 0470-FINISH-ORDER.

      *  The next purchase order, trailer, or end of file arrived
      *  before this order's end record.
       0460-ORDER-NOT-ENDED.
           MOVE 'N' TO ORDER-OPEN-SWITCH.
           IF NOT INTERCHANGE-OK OR NOT INTERCHANGE-OPEN
               EXIT PARAGRAPH.
           MOVE 'ORDER HAS NO END RECORD' TO REJECT-REASON.
           PERFORM 0810-REPORT-ORDER-REJECT.
           PERFORM 0470-FINISH-ORDER.

       0470-FINISH-ORDER.
           MOVE ZERO TO ACK-ORDER-NUMBER.
           IF ORDER-OK
               IF PARTNER-IN-TEST
                   ADD 1 TO TEST-ORDERS-COUNT
               ELSE
                   IF PARTNER-ON-CREDIT-HOLD
                       PERFORM 0650-HOLD-THE-ORDER
                   ELSE
                       PERFORM 0600-WRITE-THE-ORDER
                   END-IF
               END-IF
           END-IF.
           IF ORDER-OK
               ADD 1 TO ICH-ORDERS-ACCEPTED
           ELSE
               ADD 1 TO ORDERS-REJECTED-COUNT.
           PERFORM 0700-WRITE-ORDER-ACK.

       0500-END-INTERCHANGE.
           IF ORDER-OPEN
               PERFORM 0460-ORDER-NOT-ENDED.
           IF NOT INTERCHANGE-OPEN
               MOVE 'TRAILER WITHOUT AN INTERCHANGE' TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               EXIT PARAGRAPH.
           IF EDIT-CONTROL-NR NOT = ICH-CONTROL-NR
               MOVE 'TRAILER CONTROL NUMBER DOES NOT MATCH'
                   TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               MOVE 'Y' TO INTERCHANGE-ERRORS-SWITCH.
           IF EDIT-ORDER-COUNT NOT NUMERIC
             OR EDIT-ORDER-COUNT NOT = ICH-ORDERS-RECEIVED
               MOVE 'TRAILER ORDER COUNT DOES NOT MATCH'
                   TO REJECT-REASON
               PERFORM 0800-REPORT-INTERCHANGE-REJECT
               MOVE 'Y' TO INTERCHANGE-ERRORS-SWITCH.
           PERFORM 0550-CLOSE-INTERCHANGE.

      *  A live partner's control number is remembered once any of
      *  its interchange was taken, so the same transmission sent
      *  again fails whole instead of entering its orders twice.
       0550-CLOSE-INTERCHANGE.
           MOVE 'N' TO INTERCHANGE-OPEN-SWITCH.
           IF NOT PARTNER-KNOWN
               EXIT PARAGRAPH.
           MOVE SPACES TO FUNCTIONAL-ACK-RECORD.
           MOVE ICH-SENDER-ID TO FACK-PARTNER-ID.
           MOVE ICH-RECEIVER-ID TO FACK-RECEIVER-ID.
           MOVE ICH-CONTROL-NR TO FACK-CONTROL-NR.
           MOVE ICH-ORDERS-RECEIVED TO FACK-ORDERS-RECEIVED.
           MOVE ICH-ORDERS-ACCEPTED TO FACK-ORDERS-ACCEPTED.
           MOVE PARTNER-USAGE TO FACK-USAGE.
           MOVE CURRENT-DATE-INTEGER TO FACK-DATE.
           EVALUATE TRUE
               WHEN NOT INTERCHANGE-OK
                   MOVE 'R' TO FACK-STATUS
               WHEN ICH-ORDERS-RECEIVED > ZERO
                 AND ICH-ORDERS-ACCEPTED = ZERO
                   MOVE 'R' TO FACK-STATUS
               WHEN ICH-ORDERS-ACCEPTED < ICH-ORDERS-RECEIVED
                   MOVE 'E' TO FACK-STATUS
               WHEN INTERCHANGE-HAS-ERRORS
                   MOVE 'E' TO FACK-STATUS
               WHEN OTHER
                   MOVE 'A' TO FACK-STATUS
           END-EVALUATE.
           WRITE FUNCTIONAL-ACK-RECORD.
           IF INTERCHANGE-OK AND NOT PARTNER-IN-TEST
               MOVE ICH-CONTROL-NUMBER TO TP-LAST-CONTROL-NR
               REWRITE TRADING-PARTNER-RECORD
                   INVALID KEY
                       DISPLAY 'EDIPOIN: UNABLE TO UPDATE PARTNER '
                           TP-PARTNER-ID ', STATUS: ' PARTNER-STATUS
               END-REWRITE
           END-IF.

       0560-INTERCHANGE-NOT-ENDED.
           MOVE 'INTERCHANGE HAS NO TRAILER' TO REJECT-REASON.
           PERFORM 0800-REPORT-INTERCHANGE-REJECT.
           MOVE 'Y' TO INTERCHANGE-ERRORS-SWITCH.
           PERFORM 0550-CLOSE-INTERCHANGE.

       0600-WRITE-THE-ORDER.
           PERFORM 0660-BUILD-THE-ORDER.
           WRITE OUTSTANDING-ORDER-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO WRITE THE ORDER TO INDATA2'
                       TO REJECT-REASON
                   PERFORM 0810-REPORT-ORDER-REJECT
               NOT INVALID KEY
                   PERFORM 0680-WRITE-ORDER-LINES
                   MOVE ORDER-NUMBER TO ACK-ORDER-NUMBER
                   ADD 1 TO ORDERS-ENTERED-COUNT
                   ADD 1 TO NEXT-ORDER-NUMBER
           END-WRITE.

      *  As in ORDENTRY: the held order is the INDATA2 image plus the
      *  date it was held, its lines go to ORDLINE now, and it keeps
      *  its number through the HELDREL release.
       0650-HOLD-THE-ORDER.
           OPEN EXTEND HELD-ORDERS-FILE.
           IF HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-ORDERS-FILE.
           PERFORM 0660-BUILD-THE-ORDER.
           PERFORM 0680-WRITE-ORDER-LINES.
           MOVE OUTSTANDING-ORDER-RECORD TO HELD-ORDER-IMAGE.
           MOVE CURRENT-DATE-INTEGER TO HELD-DATE.
           WRITE HELD-ORDER-RECORD.
           CLOSE HELD-ORDERS-FILE.
           MOVE ORDER-NUMBER TO ACK-ORDER-NUMBER.
           ADD 1 TO ORDERS-HELD-COUNT.
           ADD 1 TO NEXT-ORDER-NUMBER.

       0660-BUILD-THE-ORDER.
           MOVE SPACES TO OUTSTANDING-ORDER-RECORD.
           MOVE CURRENT-DATE-INTEGER TO ORDER-DATE-YYYYMMDD.
           MOVE NEXT-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE PARTNER-CUST-CODE TO ORDER-CUSTOMER-CODE.
           MOVE PARTNER-CUST-NAME TO ORDER-CUSTOMER-NAME.
           MOVE ORDER-TOTAL-AMOUNT TO ORDER-AMOUNT.
           MOVE PARTNER-SALESMAN-NAME TO ORDER-SALESMAN-NAME.
           MOVE PARTNER-SALESMAN-ID TO ORDER-SALESMAN-ID.

       0680-WRITE-ORDER-LINES.
           MOVE ZERO TO LINES-WRITTEN-COUNT.
           PERFORM 0690-WRITE-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > NR-ORDER-LINES.
           IF LINES-WRITTEN-COUNT NOT = NR-ORDER-LINES
               DISPLAY 'EDIPOIN: ONLY ' LINES-WRITTEN-COUNT ' OF '
                   NR-ORDER-LINES ' LINES OF ORDER ' ORDER-NUMBER
                   ' WRITTEN TO ORDLINE'.

       0690-WRITE-ONE-LINE.
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
                   DISPLAY 'EDIPOIN: UNABLE TO WRITE LINE ' LINE-SUB
                       ', STATUS: ' LINE-STATUS
               NOT INVALID KEY
                   ADD 1 TO LINES-WRITTEN-COUNT
           END-WRITE.

       0700-WRITE-ORDER-ACK.
           MOVE SPACES TO ORDER-ACK-RECORD.
           MOVE 'A' TO OACK-RECORD-TYPE.
           MOVE ICH-SENDER-ID TO OACK-PARTNER-ID.
           MOVE PO-NUMBER-WORK TO OACK-PO-NUMBER.
           MOVE ACK-ORDER-NUMBER TO OACK-ORDER-NUMBER.
           MOVE CURRENT-DATE-INTEGER TO OACK-ORDER-DATE.
           MOVE PARTNER-USAGE TO OACK-USAGE.
           IF ORDER-OK
               MOVE ORDER-TOTAL-AMOUNT TO OACK-ORDER-AMOUNT
               IF PRICE-CHANGED
                   MOVE 'AC' TO OACK-STATUS
               ELSE
                   MOVE 'AD' TO OACK-STATUS
               END-IF
           ELSE
               MOVE ZERO TO OACK-ORDER-AMOUNT
               MOVE 'RJ' TO OACK-STATUS.
           WRITE ORDER-ACK-RECORD.
           PERFORM 0750-WRITE-LINE-ACK
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > NR-ORDER-LINES.

       0750-WRITE-LINE-ACK.
           MOVE SPACES TO ORDER-ACK-LINE-RECORD.
           MOVE 'L' TO OACL-RECORD-TYPE.
           MOVE ICH-SENDER-ID TO OACL-PARTNER-ID.
           MOVE PO-NUMBER-WORK TO OACL-PO-NUMBER.
           MOVE LTBL-LINE-ID (LINE-SUB) TO OACL-LINE-ID.
           MOVE LTBL-ITEM-NUMBER (LINE-SUB) TO OACL-ITEM-NUMBER.
           MOVE LTBL-ACK-STATUS (LINE-SUB) TO OACL-STATUS.
           MOVE LTBL-QUANTITY (LINE-SUB) TO OACL-QUANTITY.
           MOVE LTBL-UNIT-PRICE (LINE-SUB) TO OACL-UNIT-PRICE.
           WRITE ORDER-ACK-LINE-RECORD.

       0800-REPORT-INTERCHANGE-REJECT.
           MOVE SPACES TO REJECT-PO-NUMBER
                          REJECT-LINE-ID.
           PERFORM 0850-WRITE-REJECT-DETAIL.

       0810-REPORT-ORDER-REJECT.
           MOVE 'N' TO ORDER-OK-SWITCH.
           MOVE PO-NUMBER-WORK TO REJECT-PO-NUMBER.
           MOVE SPACES TO REJECT-LINE-ID.
           PERFORM 0850-WRITE-REJECT-DETAIL.

      *  The caller has the line ID in REJECT-LINE-ID.
       0820-REPORT-LINE-REJECT.
           MOVE 'N' TO ORDER-OK-SWITCH.
           MOVE PO-NUMBER-WORK TO REJECT-PO-NUMBER.
           PERFORM 0850-WRITE-REJECT-DETAIL.

       0850-WRITE-REJECT-DETAIL.
           MOVE SPACES TO REJECT-DETAIL-LINE.
           IF INTERCHANGE-OPEN
               MOVE ICH-SENDER-ID TO RJD-SENDER-ID
               MOVE ICH-CONTROL-NR TO RJD-CONTROL-NR.
           MOVE REJECT-PO-NUMBER TO RJD-PO-NUMBER.
           MOVE REJECT-LINE-ID TO RJD-LINE-ID.
           MOVE REJECT-REASON TO RJD-REASON.
           WRITE REJECT-REPORT-LINE FROM REJECT-DETAIL-LINE.
           ADD 1 TO REJECT-LINES-COUNT.

       0900-WRITE-ORDER-CONTROL.
           OPEN OUTPUT ORDER-CONTROL-FILE.
           MOVE NEXT-ORDER-NUMBER TO OCTL-NEXT-ORDER-NR.
           WRITE ORDER-CONTROL-RECORD.
           CLOSE ORDER-CONTROL-FILE.

       0950-WRITE-REJECT-TOTALS.
           MOVE SPACES TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REJECT LINES' TO RJT-LABEL.
           MOVE REJECT-LINES-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
           MOVE 'PURCHASE ORDERS RECEIVED' TO RJT-LABEL.
           MOVE ORDERS-RECEIVED-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
           MOVE 'ENTERED' TO RJT-LABEL.
           MOVE ORDERS-ENTERED-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
           MOVE 'SENT TO CREDIT HOLD' TO RJT-LABEL.
           MOVE ORDERS-HELD-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
           MOVE 'FROM PARTNERS IN TEST' TO RJT-LABEL.
           MOVE TEST-ORDERS-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
           MOVE 'REJECTED' TO RJT-LABEL.
           MOVE ORDERS-REJECTED-COUNT TO RJT-COUNT.
           WRITE REJECT-REPORT-LINE FROM REJECT-TOTAL-LINE.
