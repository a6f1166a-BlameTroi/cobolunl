      *
      *    - prints an invoice form to INVPRINT.DAT with the
      *      customer's name and address from CUSTMAST, the order
      *      detail, the order's line items from ORDLINE (item,
      *      description, quantity, unit, unit price, extended
      *      amount, with taxable lines marked T), and NET 30 terms
      *      (the invoice number is the order number -- already
      *      unique and already on every piece of paper about the
      *      order);
      *    - makes sure the customer has a billing account on
      *      BILLMSTR.DAT (the account is the customer code padded
      *      to eight) and writes a 'C' charge transaction to
      *      INVCHG.DAT in the DAYPMTS.DAT layout, so the
      *      receivable rides the normal BILLUPDT / statement /
      *      dunning cycle the way the premium bridge's charges do
      *      (operations merges INVCHG.DAT into the night's batch).
      *      The charge carries the invoice number and date, so
      *      BILLUPDT opens it as its own item and a payment
      *      naming the invoice is applied to it;
      *    - computes sales tax from the TAXRATE.DAT table: the
      *      customer's CUST-STATE picks the state rate, and a
      *      local add-on applies when the customer's ZIP (resolved
      *      through the ZIPLOOK.DAT city/state reference) falls in
      *      a listed range.  Only the taxable lines are taxed --
      *      an order from before line items is taxed whole, as it
      *      always was.  The invoice shows subtotal, tax, and
      *      total; the charge billed is the taxed total; and one
      *      record per taxed invoice, carrying the invoice number,
      *      is appended to TAXDETL.DAT for the monthly TAXREG
      *      jurisdiction register (CRMEMO appends its return
      *      reversals there as type 'R' against the same number).
      *      A customer holding a TAXEXMPT exemption certificate
      *      for its state that is in force on the invoice date
      *      (EXMTMNT) is billed no tax: the invoice names the
      *      certificate, and the sale goes on TAXDETL.DAT as a
      *      type 'X' exempt record carrying the certificate
      *      number, for TAXREG's exempt sales by state.
      *      The tax is also posted to the general ledger by
      *      jurisdiction on the balanced extract TAXGLEXT.DAT, in
      *      the GLEXTR.DAT layout with the same trailer control
      *      record: BILLUPDT books the whole taxed charge to
      *      billing income, so the tax collected is moved out of
      *      it to sales tax payable, with the accounts for each
      *      TAXRATE.DAT jurisdiction taken from GLMAP.DAT through
      *      GLMAP;
      *    - rates the freight on every order SHIPCONF recorded a
      *      carrier and weight for on FRTSHIP.  The destination
      *      zone comes from the customer's ZIP (the same ZIPLOOK.DAT
      *      resolution the tax uses) through the FRTZONE.DAT zone
      *      chart; the FRTRATE.DAT rate table gives the carrier's
      *      charge for the carrier, service, and zone, by weight
      *      band or order-value band.  The customer's freight terms
      *      decide who pays it: prepaid, the charge is our cost;
      *      prepay and add, it is our cost and is also billed as a
      *      freight line on the invoice, taxed with the goods where
      *      the state's TAXRATE.DAT row marks freight taxable;
      *      collect, the customer pays the carrier and it is
      *      neither.  The zone, cost, and freight billed go back on
      *      FRTSHIP for the monthly FRTRPT freight report;
      *    - balances on the INVREG.DAT register: invoices produced
      *      against filled orders read, with an explicit verdict,
      *      so nothing can ship unbilled without showing.  Each
      *      register detail line carries the taxed total billed
      *      and the order's SALMSTR salesman ID, which is how
      *      COMMFEED ties the invoice and the money collected on
      *      it to the salesman it pays commission to.
      *
      *  SHIPCONF appends to INDATA1.DAT and nothing truncates it,
      *  so billing it twice would double-charge every order ever
                                       FILE STATUS TAX-DETL-STATUS.
           SELECT INVOICE-REMAINDER    ASSIGN TO "INVOUT.DAT"
                                       LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "TAXGLEXT.DAT"
                                       LINE SEQUENTIAL.
           SELECT EXEMPTION-FILE       ASSIGN TO "TAXEXMPT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EXM-KEY
                                       FILE STATUS EXEMPTION-STATUS.
           SELECT FREIGHT-SHIPMENTS    ASSIGN TO "FRTSHIP"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FSHP-KEY
                                       FILE STATUS FREIGHT-STATUS.
           SELECT FREIGHT-RATE-TABLE   ASSIGN TO "FRTRATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS FRT-RATE-STATUS.
           SELECT FREIGHT-ZONE-TABLE   ASSIGN TO "FRTZONE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS FRT-ZONE-STATUS.
           SELECT ORDER-LINES          ASSIGN TO "ORDLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OLIN-KEY
                                       FILE STATUS LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ORDER-CUSTOMER-NAME    PIC X(25).
           05  ORDER-AMOUNT           PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME    PIC X(25).
           05  ORDER-SALESMAN-ID      PIC X(9).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  CUST-FREIGHT-TERMS      PIC X.
               88  CUST-FREIGHT-ADD     VALUE 'A'.
               88  CUST-FREIGHT-COLLECT VALUE 'C'.
           05  FILLER                  PIC X(5).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(11).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  PYMT-INVOICE-DATE       PIC 9(8).
           05  PYMT-CHARGE-SOURCE      PIC X(3).
           05  FILLER                  PIC X(22).

       FD  INVOICE-REGISTER.
       01  REGISTER-LINE               PIC X(90).

       FD  INVOICE-REMAINDER.
       01  REMAINDER-RECORD            PIC X(89).

       FD  TAX-RATE-TABLE.
       01  TAX-RATE-RECORD.
           05  TAXR-ZIP-FROM           PIC X(5).
           05  TAXR-ZIP-TO             PIC X(5).
           05  TAXR-RATE               PIC 9V9999.
           05  TAXR-FREIGHT-TAXABLE    PIC X.

      *  One record per jurisdiction: blank ZIPs carry the state
      *  rate, a ZIP range carries a local add-on inside that
      *  state.  Both can apply to one invoice.  A 'Y' freight
      *  flag on the state row taxes freight billed in that state.

      *  One record per carrier, service, zone, and band: the
      *  charge for a shipment up to the band limit, in pounds for
      *  a 'W' weight band or dollars of goods for a 'V' value
      *  band.  Above the top band the top band's charge applies.
       FD  FREIGHT-RATE-TABLE.
       01  FREIGHT-RATE-RECORD.
           05  FRTR-CARRIER            PIC X(4).
           05  FRTR-SERVICE            PIC X(4).
           05  FRTR-ZONE               PIC 99.
           05  FRTR-BASIS              PIC X.
           05  FRTR-BAND-LIMIT         PIC 9(7)V99.
           05  FRTR-CHARGE             PIC 9(5)V99.

      *  Destination ZIP ranges to shipping zones.  A ZIP in no
      *  range is zone 00.
       FD  FREIGHT-ZONE-TABLE.
       01  FREIGHT-ZONE-RECORD.
           05  FRTZ-ZIP-FROM           PIC X(5).
           05  FRTZ-ZIP-TO             PIC X(5).
           05  FRTZ-ZONE               PIC 99.

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

       FD  ZIP-CODE-REFERENCE.
       01  ZIP-REFERENCE-RECORD.
           05  TAXD-ZIP5               PIC X(5).
           05  TAXD-TAXABLE-AMOUNT     PIC 9(8)V99.
           05  TAXD-TAX-AMOUNT         PIC 9(7)V99.
           05  TAXD-INVOICE-NR         PIC 9(6).
           05  TAXD-ENTRY-TYPE         PIC X.
               88  TAXD-IS-EXEMPT       VALUE 'X'.
           05  TAXD-EXEMPT-CERT-NR     PIC X(15).

       FD  EXEMPTION-FILE.
       01  EXEMPTION-RECORD.
           05  EXM-KEY.
               10  EXM-CUST-CODE       PIC X(6).
               10  EXM-STATE           PIC XX.
           05  EXM-CERT-NUMBER         PIC X(15).
           05  EXM-REASON              PIC X.
           05  EXM-ISSUE-DATE          PIC 9(8).
           05  EXM-EXPIRATION-DATE     PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-ACCOUNT-CODE     PIC X(8).
               10  GL-DEBIT-CREDIT     PIC X.
               10  GL-AMOUNT           PIC 9(9)V99.
               10  GL-POSTING-DATE     PIC 9(8).
               10  GL-SOURCE-RUN       PIC X(8).
               10  GL-REFERENCE        PIC X(8).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-COUNT    PIC 9(7).
               10  GL-DEBIT-TOTAL      PIC 9(11)V99.
               10  GL-CREDIT-TOTAL     PIC 9(11)V99.

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
               88  OLIN-IS-TAXABLE      VALUE 'Y'.
           05  FILLER                  PIC X(5).

       WORKING-STORAGE SECTION.
       01  FILLED-STATUS               PIC XX.
               10  TTBL-ZIP-FROM       PIC X(5).
               10  TTBL-ZIP-TO         PIC X(5).
               10  TTBL-RATE           PIC 9V9999.
               10  TTBL-TAX-TOTAL      PIC 9(9)V99.
               10  TTBL-FREIGHT-TAXABLE PIC X.
       01  NR-MATCHED-RATES            PIC 99.
       01  MATCH-SUB                   PIC 99.
       01  MATCHED-RATE-TABLE.
           05  MATCHED-RATE-SUB        PIC 99 OCCURS 60 TIMES.
       01  TAX-PART-AMOUNT             PIC 9(7)V99.
       01  TAX-LEFT-TO-SPREAD          PIC 9(7)V99.
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  GLMAP-SOURCE-RUN            PIC X(8) VALUE 'INVGEN  '.
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-RETURN                PIC XX.
       01  NR-ZIP-ENTRIES              PIC 999 VALUE ZERO.
       01  ZIP-SUB                     PIC 999.
       01  ZIP-TABLE-AREA.
       01  INVOICE-TAX-AMOUNT          PIC 9(7)V99.
       01  INVOICE-TOTAL-AMOUNT        PIC 9(8)V99.
       01  RUN-TAX-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  LINE-STATUS                 PIC XX.
       01  LINE-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  LINES-AVAILABLE         VALUE 'Y'.
       01  LINE-SCAN-EOF-STATUS        PIC X.
           88  LINE-SCAN-END           VALUE 'Y'.
       01  ORDER-HAS-LINES-SWITCH      PIC X.
           88  ORDER-HAS-LINES         VALUE 'Y'.
       01  TAXABLE-AMOUNT              PIC 9(8)V99.
       01  EXEMPTION-STATUS            PIC XX.
       01  EXEMPTION-FILE-AVAILABLE    PIC X VALUE 'N'.
           88  EXEMPTIONS-AVAILABLE    VALUE 'Y'.
       01  CUSTOMER-EXEMPT-SWITCH      PIC X.
           88  CUSTOMER-EXEMPT         VALUE 'Y'.
       01  EXEMPT-CERT-WORK            PIC X(15).
       01  EXEMPT-INVOICE-COUNT        PIC 9(5) VALUE ZERO.
       01  FREIGHT-STATUS              PIC XX.
       01  FRT-RATE-STATUS             PIC XX.
       01  FRT-ZONE-STATUS             PIC XX.
       01  FREIGHT-FILE-AVAILABLE      PIC X VALUE 'N'.
           88  FREIGHT-AVAILABLE       VALUE 'Y'.
       01  FRT-EOF-STATUS              PIC X VALUE 'N'.
           88  FRT-END                 VALUE 'Y'.
       01  NR-FREIGHT-RATES            PIC 999 VALUE ZERO.
       01  FRATE-SUB                   PIC 999.
       01  FRATE-FOUND-SUB             PIC 999.
       01  FRATE-TOP-SUB               PIC 999.
       01  FREIGHT-RATE-TABLE-AREA.
           05  FREIGHT-RATE-ENTRY OCCURS 300 TIMES.
               10  FRTB-CARRIER        PIC X(4).
               10  FRTB-SERVICE        PIC X(4).
               10  FRTB-ZONE           PIC 99.
               10  FRTB-BASIS          PIC X.
               10  FRTB-BAND-LIMIT     PIC 9(7)V99.
               10  FRTB-CHARGE         PIC 9(5)V99.
       01  NR-FREIGHT-ZONES            PIC 999 VALUE ZERO.
       01  FZONE-SUB                   PIC 999.
       01  FREIGHT-ZONE-TABLE-AREA.
           05  FREIGHT-ZONE-ENTRY OCCURS 200 TIMES.
               10  FZTB-ZIP-FROM       PIC X(5).
               10  FZTB-ZIP-TO         PIC X(5).
               10  FZTB-ZONE           PIC 99.
       01  FREIGHT-ZONE-WORK           PIC 99.
       01  FREIGHT-MEASURE             PIC 9(7)V99.
       01  FREIGHT-CHARGE-WORK         PIC 9(5)V99.
       01  FREIGHT-BILLED-AMOUNT       PIC 9(5)V99.
       01  FREIGHT-RATED-SWITCH        PIC X.
           88  FREIGHT-RATED           VALUE 'Y'.
       01  RUN-FREIGHT-BILLED          PIC 9(9)V99 VALUE ZERO.
       01  FREIGHT-UNRATED-COUNT       PIC 9(5) VALUE ZERO.
       01  INVOICE-FORM-LINE-1.
           05  FILLER                  PIC X(10) VALUE 'INVOICE   '.
           05  INV-INVOICE-NUMBER      PIC 9(6).
           05  INV-ORDER-DATE          PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '   SALESMAN '.
           05  INV-SALESMAN-NAME       PIC X(25).
       01  INVOICE-ITEM-HEADING.
           05  FILLER                  PIC X(37) VALUE
               'ITEM       DESCRIPTION'.
           05  FILLER                  PIC X(37) VALUE
               '    QTY UNIT  UNIT PRICE     EXTENDED'.
       01  INVOICE-ITEM-LINE.
           05  ITM-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-DESCRIPTION         PIC X(25).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-QUANTITY            PIC ZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-UNIT-OF-MEASURE     PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-UNIT-PRICE          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-EXTENDED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-TAXABLE-MARK        PIC X.
       01  INVOICE-FORM-LINE-6.
           05  FILLER                  PIC X(13) VALUE
               'SUBTOTAL    $'.
           05  INV-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  INVOICE-FREIGHT-LINE.
           05  FILLER                  PIC X(13) VALUE
               'FREIGHT     $'.
           05  INV-FREIGHT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  INV-CARRIER             PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  INV-SERVICE             PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  INV-WEIGHT              PIC ZZZ,ZZ9.9.
           05  FILLER                  PIC X(4) VALUE ' LBS'.
       01  INVOICE-FORM-LINE-7.
           05  FILLER                  PIC X(13) VALUE
               'SALES TAX   $'.
           05  INV-TOTAL               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16) VALUE
               '   TERMS: NET 30'.
       01  INVOICE-EXEMPT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'EXEMPT FROM SALES TAX, CERT. '.
           05  INV-EXEMPT-CERT-NR      PIC X(15).
       01  INVOICE-FORM-SEPARATOR.
           05  FILLER                  PIC X(40) VALUE ALL '-'.
       01  REGISTER-HEADING.
           05  FILLER                  PIC XX VALUE SPACES.
           05  REG-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  REG-BILLED-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  REG-NOTE                PIC X(14).
           05  FILLER                  PIC XX VALUE SPACES.
           05  REG-SALESMAN-ID         PIC X(9).
       01  REGISTER-BALANCE-LINE.
           05  FILLER                  PIC X(15) VALUE
               'RECORDS READ:  '.
               DISPLAY 'INVGEN: UNABLE TO OPEN BILLMSTR.DAT, '
                   'STATUS: ' MASTER-STATUS
               STOP RUN.
           OPEN INPUT ORDER-LINES.
           IF LINE-STATUS = '00'
               MOVE 'Y' TO LINE-FILE-AVAILABLE.
           OPEN INPUT EXEMPTION-FILE.
           IF EXEMPTION-STATUS = '00'
               MOVE 'Y' TO EXEMPTION-FILE-AVAILABLE.
           OPEN I-O FREIGHT-SHIPMENTS.
           IF FREIGHT-STATUS = '00'
               MOVE 'Y' TO FREIGHT-FILE-AVAILABLE.
           PERFORM 0100-LOAD-TAX-RATES.
           PERFORM 0150-LOAD-ZIP-REFERENCE.
           PERFORM 0160-LOAD-FREIGHT-RATES.
           PERFORM 0170-LOAD-FREIGHT-ZONES.
           OPEN OUTPUT INVOICE-PRINT-FILE
                       INVOICE-CHARGES
                       INVOICE-REGISTER
           ELSE
               MOVE '*RECORDS UNACCOUNTED FOR*' TO VRD-TEXT.
           WRITE REGISTER-LINE FROM VERDICT-LINE.
           PERFORM 0700-WRITE-TAX-GL-EXTRACT.
           CLOSE FILLED-ORDERS
                 CUSTOMER-MASTER
                 BILLING-MASTER
                 INVOICE-REGISTER
                 INVOICE-REMAINDER
                 TAX-DETAIL-FILE.
           IF LINES-AVAILABLE
               CLOSE ORDER-LINES.
           IF EXEMPTIONS-AVAILABLE
               CLOSE EXEMPTION-FILE.
           IF FREIGHT-AVAILABLE
               CLOSE FREIGHT-SHIPMENTS.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE INVOICES-MADE-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
           DISPLAY 'INVGEN: ' INVOICES-MADE-COUNT ' INVOICES FROM '
               ORDERS-READ-COUNT ' FILLED ORDERS, '
               REMAINDER-WRITTEN-COUNT ' LEFT ON INVOUT.DAT'.
           IF FREIGHT-UNRATED-COUNT > ZERO
               DISPLAY 'INVGEN: ' FREIGHT-UNRATED-COUNT
                   ' SHIPMENTS WITH NO FRTRATE.DAT RATE -- FREIGHT '
                   'NOT BILLED'.
           IF EXEMPT-INVOICE-COUNT > ZERO
               DISPLAY 'INVGEN: ' EXEMPT-INVOICE-COUNT
                   ' INVOICES TAX EXEMPT BY CERTIFICATE'.
           DISPLAY 'MERGE INVCHG.DAT INTO THE NIGHT''S '
               'DAYPMTS.DAT BATCH.'.
           DISPLAY 'AFTER SORT1 AND THIS RUN BOTH COMPLETE, COPY '
               'INVOUT.DAT BACK OVER INDATA1.DAT.'.
           DISPLAY 'APPEND TAXGLEXT.DAT TO GLMONTH.DAT WITH THE '
               'NIGHT''S GLEXTR.DAT.'.
           STOP RUN.

       0200-INVOICE-ONE-ORDER.
                   ADD ORDER-AMOUNT TO ORDERS-READ-AMOUNT
               END-IF
               PERFORM 0300-READ-CUSTOMER
               PERFORM 0320-TOTAL-TAXABLE-LINES
               PERFORM 0345-RESOLVE-CUSTOMER-ZIP
               PERFORM 0600-RATE-FREIGHT
               PERFORM 0350-COMPUTE-SALES-TAX
               PERFORM 0400-PRINT-INVOICE-FORM
               PERFORM 0500-POST-RECEIVABLE.
                   MOVE SPACES TO CUST-ADDRESS
                                  CUST-CITY
                                  CUST-STATE
                                  CUST-FREIGHT-TERMS
               NOT INVALID KEY
                   MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
           END-READ.

      *  The taxable part of the order: its taxable lines, or for an
      *  order entered before line items, the whole order.
       0320-TOTAL-TAXABLE-LINES.
           MOVE ZERO TO TAXABLE-AMOUNT.
           MOVE 'N' TO ORDER-HAS-LINES-SWITCH.
           PERFORM 0330-START-ORDER-LINES.
           PERFORM 0340-READ-ORDER-LINE.
           PERFORM UNTIL LINE-SCAN-END
               MOVE 'Y' TO ORDER-HAS-LINES-SWITCH
               IF OLIN-IS-TAXABLE
                   ADD OLIN-EXTENDED-AMOUNT TO TAXABLE-AMOUNT
               END-IF
               PERFORM 0340-READ-ORDER-LINE
           END-PERFORM.
           IF NOT ORDER-HAS-LINES
             AND ORDER-AMOUNT NUMERIC
               MOVE ORDER-AMOUNT TO TAXABLE-AMOUNT.

       0330-START-ORDER-LINES.
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

       0340-READ-ORDER-LINE.
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

       0100-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-TABLE.
           IF TAX-RATE-STATUS = '00'
                                   TO TTBL-ZIP-TO (NR-TAX-RATES)
                               MOVE TAXR-RATE
                                   TO TTBL-RATE (NR-TAX-RATES)
                               MOVE TAXR-FREIGHT-TAXABLE
                                   TO TTBL-FREIGHT-TAXABLE
                                       (NR-TAX-RATES)
                               MOVE ZERO
                                   TO TTBL-TAX-TOTAL (NR-TAX-RATES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-TABLE.

       0160-LOAD-FREIGHT-RATES.
           MOVE 'N' TO FRT-EOF-STATUS.
           OPEN INPUT FREIGHT-RATE-TABLE.
           IF FRT-RATE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FRT-END
               READ FREIGHT-RATE-TABLE
                   AT END
                       MOVE 'Y' TO FRT-EOF-STATUS
                   NOT AT END
                       IF NR-FREIGHT-RATES < 300
                         AND FRTR-ZONE NUMERIC
                         AND FRTR-BAND-LIMIT NUMERIC
                         AND FRTR-CHARGE NUMERIC
                           ADD 1 TO NR-FREIGHT-RATES
                           MOVE FRTR-CARRIER
                               TO FRTB-CARRIER (NR-FREIGHT-RATES)
                           MOVE FRTR-SERVICE
                               TO FRTB-SERVICE (NR-FREIGHT-RATES)
                           MOVE FRTR-ZONE
                               TO FRTB-ZONE (NR-FREIGHT-RATES)
                           MOVE FRTR-BASIS
                               TO FRTB-BASIS (NR-FREIGHT-RATES)
                           MOVE FRTR-BAND-LIMIT
                               TO FRTB-BAND-LIMIT (NR-FREIGHT-RATES)
                           MOVE FRTR-CHARGE
                               TO FRTB-CHARGE (NR-FREIGHT-RATES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREIGHT-RATE-TABLE.

       0170-LOAD-FREIGHT-ZONES.
           MOVE 'N' TO FRT-EOF-STATUS.
           OPEN INPUT FREIGHT-ZONE-TABLE.
           IF FRT-ZONE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FRT-END
               READ FREIGHT-ZONE-TABLE
                   AT END
                       MOVE 'Y' TO FRT-EOF-STATUS
                   NOT AT END
                       IF NR-FREIGHT-ZONES < 200
                         AND FRTZ-ZONE NUMERIC
                           ADD 1 TO NR-FREIGHT-ZONES
                           MOVE FRTZ-ZIP-FROM
                               TO FZTB-ZIP-FROM (NR-FREIGHT-ZONES)
                           MOVE FRTZ-ZIP-TO
                               TO FZTB-ZIP-TO (NR-FREIGHT-ZONES)
                           MOVE FRTZ-ZONE
                               TO FZTB-ZONE (NR-FREIGHT-ZONES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREIGHT-ZONE-TABLE.

       0150-LOAD-ZIP-REFERENCE.
           OPEN INPUT ZIP-CODE-REFERENCE.
           IF ZIP-REF-STATUS = '00'
               END-PERFORM
               CLOSE ZIP-CODE-REFERENCE.

      *  The customer master carries no ZIP, so the city/state is
      *  resolved through the same ZIPLOOK.DAT zone reference
      *  SORT2's FIND-ZIP uses.  Both the local tax and the freight
      *  zone go by it.
       0345-RESOLVE-CUSTOMER-ZIP.
           MOVE SPACES TO CUSTOMER-ZIP5.
           MOVE SPACES TO ZONE-WORK.
           STRING CUST-CITY DELIMITED BY '  '
                   MOVE NR-ZIP-ENTRIES TO ZIP-SUB
               END-IF
           END-PERFORM.

      *  State rate plus any local add-on whose ZIP range covers
      *  the customer; with no resolvable ZIP only the state rate
      *  applies.
       0350-COMPUTE-SALES-TAX.
           MOVE ZERO TO APPLIED-TAX-RATE
                        NR-MATCHED-RATES.
           MOVE 'N' TO LOCAL-RATE-SWITCH.
           PERFORM 0380-CHECK-EXEMPTION.
           IF CUSTOMER-EXEMPT
               PERFORM 0390-RECORD-EXEMPT-SALE
               EXIT PARAGRAPH.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > NR-TAX-RATES
               IF TTBL-STATE (TAX-SUB) = CUST-STATE
                   IF TTBL-ZIP-FROM (TAX-SUB) = SPACES
                       ADD TTBL-RATE (TAX-SUB) TO APPLIED-TAX-RATE
                       PERFORM 0360-NOTE-JURISDICTION
                   ELSE
                   IF CUSTOMER-ZIP5 NOT = SPACES
                     AND CUSTOMER-ZIP5 >= TTBL-ZIP-FROM (TAX-SUB)
                     AND CUSTOMER-ZIP5 <= TTBL-ZIP-TO (TAX-SUB)
                       ADD TTBL-RATE (TAX-SUB) TO APPLIED-TAX-RATE
                       PERFORM 0360-NOTE-JURISDICTION
                       MOVE 'Y' TO LOCAL-RATE-SWITCH
                   END-IF
                   END-IF
           END-PERFORM.
           IF ORDER-AMOUNT NUMERIC
               COMPUTE INVOICE-TAX-AMOUNT ROUNDED =
                   TAXABLE-AMOUNT * APPLIED-TAX-RATE
               COMPUTE INVOICE-TOTAL-AMOUNT =
                   ORDER-AMOUNT + INVOICE-TAX-AMOUNT
                 + FREIGHT-BILLED-AMOUNT
           ELSE
               MOVE ZERO TO INVOICE-TAX-AMOUNT
                            INVOICE-TOTAL-AMOUNT.
           IF INVOICE-TAX-AMOUNT > ZERO
               PERFORM 0370-SPREAD-TAX-BY-JURISDICTION.
      *  The ZIP names the LOCAL jurisdiction, so it goes on the
      *  detail only when a local add-on actually priced the
      *  invoice -- a state-rate-only detail carries a blank ZIP
               ELSE
                   MOVE SPACES TO TAXD-ZIP5
               END-IF
               MOVE TAXABLE-AMOUNT TO TAXD-TAXABLE-AMOUNT
               MOVE INVOICE-TAX-AMOUNT TO TAXD-TAX-AMOUNT
               MOVE ORDER-NUMBER TO TAXD-INVOICE-NR
               WRITE TAX-DETAIL-RECORD.

      *  The certificate must cover the state the invoice is taxed
      *  in and be in force on the invoice date.
       0380-CHECK-EXEMPTION.
           MOVE 'N' TO CUSTOMER-EXEMPT-SWITCH.
           MOVE SPACES TO EXEMPT-CERT-WORK.
           IF NOT EXEMPTIONS-AVAILABLE
             OR CUST-STATE = SPACES
               EXIT PARAGRAPH.
           MOVE ORDER-CUSTOMER-CODE TO EXM-CUST-CODE.
           MOVE CUST-STATE TO EXM-STATE.
           READ EXEMPTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EXM-ISSUE-DATE NOT > CURRENT-DATE-INTEGER
             AND EXM-EXPIRATION-DATE NOT < CURRENT-DATE-INTEGER
               MOVE 'Y' TO CUSTOMER-EXEMPT-SWITCH
               MOVE EXM-CERT-NUMBER TO EXEMPT-CERT-WORK.

      *  No tax and no jurisdiction share; the sale that would have
      *  been taxed is kept on the detail under the certificate.
       0390-RECORD-EXEMPT-SALE.
           MOVE ZERO TO INVOICE-TAX-AMOUNT.
           IF ORDER-AMOUNT NUMERIC
               COMPUTE INVOICE-TOTAL-AMOUNT =
                   ORDER-AMOUNT + FREIGHT-BILLED-AMOUNT
           ELSE
               MOVE ZERO TO INVOICE-TOTAL-AMOUNT.
           ADD 1 TO EXEMPT-INVOICE-COUNT.
           IF TAXABLE-AMOUNT > ZERO
               MOVE SPACES TO TAX-DETAIL-RECORD
               MOVE CURRENT-DATE-INTEGER TO TAXD-INVOICE-DATE
               MOVE CUST-STATE TO TAXD-STATE
               MOVE SPACES TO TAXD-ZIP5
               MOVE TAXABLE-AMOUNT TO TAXD-TAXABLE-AMOUNT
               MOVE ZERO TO TAXD-TAX-AMOUNT
               MOVE ORDER-NUMBER TO TAXD-INVOICE-NR
               MOVE 'X' TO TAXD-ENTRY-TYPE
               MOVE EXEMPT-CERT-WORK TO TAXD-EXEMPT-CERT-NR
               WRITE TAX-DETAIL-RECORD.

       0360-NOTE-JURISDICTION.
           ADD 1 TO NR-MATCHED-RATES.
           MOVE TAX-SUB TO MATCHED-RATE-SUB (NR-MATCHED-RATES).

      *  Each jurisdiction's share is priced at its own rate; the
      *  last one takes what is left of the invoice's tax, so the
      *  shares always add back to the tax billed despite rounding.
       0370-SPREAD-TAX-BY-JURISDICTION.
           MOVE INVOICE-TAX-AMOUNT TO TAX-LEFT-TO-SPREAD.
           PERFORM VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB > NR-MATCHED-RATES
               MOVE MATCHED-RATE-SUB (MATCH-SUB) TO TAX-SUB
               IF MATCH-SUB = NR-MATCHED-RATES
                   MOVE TAX-LEFT-TO-SPREAD TO TAX-PART-AMOUNT
               ELSE
                   COMPUTE TAX-PART-AMOUNT ROUNDED =
                       TAXABLE-AMOUNT * TTBL-RATE (TAX-SUB)
                   IF TAX-PART-AMOUNT > TAX-LEFT-TO-SPREAD
                       MOVE TAX-LEFT-TO-SPREAD TO TAX-PART-AMOUNT
                   END-IF
               END-IF
               ADD TAX-PART-AMOUNT TO TTBL-TAX-TOTAL (TAX-SUB)
               SUBTRACT TAX-PART-AMOUNT FROM TAX-LEFT-TO-SPREAD
           END-PERFORM.

      *  The order's freight, if SHIPCONF recorded any.  The rate
      *  row is the lowest band covering the weight (or the goods
      *  value) for the carrier, service, and zone, else the top
      *  band.  Freight billed joins the taxable amount when the
      *  state row taxes freight.
       0600-RATE-FREIGHT.
           MOVE ZERO TO FREIGHT-BILLED-AMOUNT
                        FREIGHT-CHARGE-WORK.
           MOVE 'N' TO FREIGHT-RATED-SWITCH.
           IF NOT FREIGHT-AVAILABLE
               EXIT PARAGRAPH.
           MOVE ORDER-DATE-YYYYMMDD TO FSHP-ORDER-DATE.
           MOVE ORDER-NUMBER TO FSHP-ORDER-NUMBER.
           READ FREIGHT-SHIPMENTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO FREIGHT-ZONE-WORK.
           PERFORM VARYING FZONE-SUB FROM 1 BY 1
               UNTIL FZONE-SUB > NR-FREIGHT-ZONES
               IF CUSTOMER-ZIP5 NOT = SPACES
                 AND CUSTOMER-ZIP5 >= FZTB-ZIP-FROM (FZONE-SUB)
                 AND CUSTOMER-ZIP5 <= FZTB-ZIP-TO (FZONE-SUB)
                   MOVE FZTB-ZONE (FZONE-SUB) TO FREIGHT-ZONE-WORK
                   MOVE NR-FREIGHT-ZONES TO FZONE-SUB
               END-IF
           END-PERFORM.
           MOVE ZERO TO FRATE-FOUND-SUB
                        FRATE-TOP-SUB.
           PERFORM VARYING FRATE-SUB FROM 1 BY 1
               UNTIL FRATE-SUB > NR-FREIGHT-RATES
               IF FRTB-CARRIER (FRATE-SUB) = FSHP-CARRIER
                 AND FRTB-SERVICE (FRATE-SUB) = FSHP-SERVICE
                 AND FRTB-ZONE (FRATE-SUB) = FREIGHT-ZONE-WORK
                   PERFORM 0650-CONSIDER-FREIGHT-BAND
               END-IF
           END-PERFORM.
           IF FRATE-FOUND-SUB = ZERO
               MOVE FRATE-TOP-SUB TO FRATE-FOUND-SUB.
           IF FRATE-FOUND-SUB = ZERO
               ADD 1 TO FREIGHT-UNRATED-COUNT
           ELSE
               MOVE 'Y' TO FREIGHT-RATED-SWITCH
               MOVE FRTB-CHARGE (FRATE-FOUND-SUB)
                   TO FREIGHT-CHARGE-WORK.
           MOVE FREIGHT-ZONE-WORK TO FSHP-ZONE.
           MOVE CUST-FREIGHT-TERMS TO FSHP-FREIGHT-TERMS.
           IF NOT CUST-FREIGHT-ADD
             AND NOT CUST-FREIGHT-COLLECT
               MOVE 'P' TO FSHP-FREIGHT-TERMS.
           IF CUST-FREIGHT-COLLECT
               MOVE ZERO TO FSHP-FREIGHT-COST
           ELSE
               MOVE FREIGHT-CHARGE-WORK TO FSHP-FREIGHT-COST.
           IF CUST-FREIGHT-ADD
               MOVE FREIGHT-CHARGE-WORK TO FREIGHT-BILLED-AMOUNT.
           MOVE FREIGHT-BILLED-AMOUNT TO FSHP-FREIGHT-BILLED.
           MOVE CURRENT-DATE-INTEGER TO FSHP-INVOICE-DATE.
           REWRITE FREIGHT-SHIPMENT-RECORD.
           ADD FREIGHT-BILLED-AMOUNT TO RUN-FREIGHT-BILLED.
           IF FREIGHT-BILLED-AMOUNT > ZERO
               PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > NR-TAX-RATES
                   IF TTBL-STATE (TAX-SUB) = CUST-STATE
                     AND TTBL-ZIP-FROM (TAX-SUB) = SPACES
                     AND TTBL-FREIGHT-TAXABLE (TAX-SUB) = 'Y'
                       ADD FREIGHT-BILLED-AMOUNT TO TAXABLE-AMOUNT
                       MOVE NR-TAX-RATES TO TAX-SUB
                   END-IF
               END-PERFORM.

       0650-CONSIDER-FREIGHT-BAND.
           IF FRTB-BASIS (FRATE-SUB) = 'V'
               IF ORDER-AMOUNT NUMERIC
                   MOVE ORDER-AMOUNT TO FREIGHT-MEASURE
               ELSE
                   MOVE ZERO TO FREIGHT-MEASURE
               END-IF
           ELSE
               MOVE FSHP-WEIGHT TO FREIGHT-MEASURE.
           IF FRATE-TOP-SUB = ZERO
             OR FRTB-BAND-LIMIT (FRATE-SUB)
                > FRTB-BAND-LIMIT (FRATE-TOP-SUB)
               MOVE FRATE-SUB TO FRATE-TOP-SUB.
           IF FRTB-BAND-LIMIT (FRATE-SUB) >= FREIGHT-MEASURE
               IF FRATE-FOUND-SUB = ZERO
                 OR FRTB-BAND-LIMIT (FRATE-SUB)
                    < FRTB-BAND-LIMIT (FRATE-FOUND-SUB)
                   MOVE FRATE-SUB TO FRATE-FOUND-SUB.

      *  One posting per jurisdiction, referenced by its state and
      *  ZIP-from -- the same key GLMAP.DAT maps it by.
       0700-WRITE-TAX-GL-EXTRACT.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > NR-TAX-RATES
               MOVE 'BILLINC ' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'SLSTAXPY' TO GL-WORK-CREDIT-ACCOUNT
               MOVE SPACES TO GLMAP-KEY
               MOVE TTBL-STATE (TAX-SUB) TO GLMAP-KEY (1:2)
               MOVE TTBL-ZIP-FROM (TAX-SUB) TO GLMAP-KEY (3:5)
               CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
                   GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
                   GLMAP-RETURN
               MOVE TTBL-TAX-TOTAL (TAX-SUB) TO GL-WORK-AMOUNT
               MOVE GLMAP-KEY (1:8) TO GL-WORK-REFERENCE
               PERFORM 0930-WRITE-GL-POSTING
           END-PERFORM.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE GL-INTERFACE-FILE.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE CURRENT-DATE-INTEGER TO GL-POSTING-DATE
               MOVE 'INVGEN  ' TO GL-SOURCE-RUN
               MOVE GL-WORK-REFERENCE TO GL-REFERENCE
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-DEBIT-TOTAL
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'C' TO GL-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-CREDIT-TOTAL
           END-IF.

       0940-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.

       0400-PRINT-INVOICE-FORM.
           MOVE ORDER-NUMBER TO INV-INVOICE-NUMBER.
           MOVE CURRENT-DATE-INTEGER TO INV-INVOICE-DATE.
           MOVE ORDER-DATE-YYYYMMDD TO INV-ORDER-DATE.
           MOVE ORDER-SALESMAN-NAME TO INV-SALESMAN-NAME.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-FORM-LINE-5.
           PERFORM 0420-PRINT-ORDER-LINES.
           MOVE ORDER-AMOUNT TO INV-AMOUNT.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-FORM-LINE-6.
           IF FREIGHT-BILLED-AMOUNT > ZERO
               MOVE FREIGHT-BILLED-AMOUNT TO INV-FREIGHT
               MOVE FSHP-CARRIER TO INV-CARRIER
               MOVE FSHP-SERVICE TO INV-SERVICE
               MOVE FSHP-WEIGHT TO INV-WEIGHT
               WRITE INVOICE-PRINT-LINE FROM INVOICE-FREIGHT-LINE.
           MOVE INVOICE-TAX-AMOUNT TO INV-TAX.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-FORM-LINE-7.
           IF CUSTOMER-EXEMPT
               MOVE EXEMPT-CERT-WORK TO INV-EXEMPT-CERT-NR
               WRITE INVOICE-PRINT-LINE FROM INVOICE-EXEMPT-LINE.
           MOVE INVOICE-TOTAL-AMOUNT TO INV-TOTAL.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-FORM-LINE-8.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-FORM-SEPARATOR.

       0420-PRINT-ORDER-LINES.
           IF NOT ORDER-HAS-LINES
               EXIT PARAGRAPH.
           WRITE INVOICE-PRINT-LINE FROM INVOICE-ITEM-HEADING.
           PERFORM 0330-START-ORDER-LINES.
           PERFORM 0340-READ-ORDER-LINE.
           PERFORM UNTIL LINE-SCAN-END
               MOVE OLIN-ITEM-NUMBER TO ITM-ITEM-NUMBER
               MOVE OLIN-DESCRIPTION TO ITM-DESCRIPTION
               MOVE OLIN-QUANTITY TO ITM-QUANTITY
               MOVE OLIN-UNIT-OF-MEASURE TO ITM-UNIT-OF-MEASURE
               MOVE OLIN-UNIT-PRICE TO ITM-UNIT-PRICE
               MOVE OLIN-EXTENDED-AMOUNT TO ITM-EXTENDED-AMOUNT
               IF OLIN-IS-TAXABLE
                   MOVE 'T' TO ITM-TAXABLE-MARK
               ELSE
                   MOVE SPACE TO ITM-TAXABLE-MARK
               END-IF
               WRITE INVOICE-PRINT-LINE FROM INVOICE-ITEM-LINE
               PERFORM 0340-READ-ORDER-LINE
           END-PERFORM.

       0500-POST-RECEIVABLE.
           MOVE SPACES TO BILLING-ACCOUNT-WORK.
           MOVE ORDER-CUSTOMER-CODE TO BILLING-ACCOUNT-WORK (1:6).
           MOVE INVOICE-TOTAL-AMOUNT TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT.
           MOVE 'C' TO PYMT-TRANS-TYPE.
           MOVE ORDER-NUMBER TO PYMT-INVOICE-NR.
           MOVE CURRENT-DATE-INTEGER TO PYMT-INVOICE-DATE.
           MOVE 'INV' TO PYMT-CHARGE-SOURCE.
           WRITE PYMT-RECEIVED-RECORD.
           ADD 1 TO INVOICES-MADE-COUNT.
           IF ORDER-AMOUNT NUMERIC
           MOVE ORDER-CUSTOMER-CODE TO REG-CUSTOMER-CODE.
           MOVE BILLING-ACCOUNT-WORK TO REG-ACCOUNT-NR.
           MOVE ORDER-AMOUNT TO REG-AMOUNT.
           MOVE INVOICE-TOTAL-AMOUNT TO REG-BILLED-AMOUNT.
           MOVE ORDER-SALESMAN-ID TO REG-SALESMAN-ID.
           IF NOT CUSTOMER-FOUND
               MOVE '*NO CUSTOMER* ' TO REG-NOTE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.
