       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRMEMO.

      *  Credit memo run for returned goods.  Every RA the warehouse
      *  has received on RAMAST (RAENTRY, status 'R') is credited
      *  here, once, and marked 'C' with the date and what it gave
      *  back.  For each one this run:
      *
      *    - prints a credit memo to CRMPRINT.DAT, numbered with the
      *      RA number the way an invoice carries the order number,
      *      naming the invoice it credits, the reason, and the
      *      goods, tax, and total credited;
      *    - writes an 'M' credit memo transaction to CRMCHG.DAT in
      *      the DAYPMTS.DAT layout against the customer's billing
      *      account and the original invoice, which BILLUPDT takes
      *      off the balance and that invoice's open item
      *      (operations merges CRMCHG.DAT into the night's batch,
      *      as with INVCHG.DAT);
      *    - reverses the sales tax in proportion to the taxable
      *      goods returned.  The invoice's own TAXDETL.DAT record
      *      gives its taxable amount, tax, and jurisdiction: a
      *      taxable line gives back its tax, a non-taxable line
      *      none, and a dollar return (or an RA from before line
      *      taxability was kept) the invoice's taxable share of
      *      the amount returned.  Freight taxed on the invoice is
      *      not returned, and its tax is not reversed.  What is
      *      reversed on one invoice can never pass the tax it was
      *      billed, counting the reversals already made.  Each
      *      reversal is appended to TAXDETL.DAT as a type 'R'
      *      record, so TAXREG nets it in the month of the credit,
      *      and is moved back from sales tax payable to billing
      *      income by jurisdiction on the balanced extract
      *      CRMGLEXT.DAT (GLEXTR.DAT layout) -- the mirror of
      *      INVGEN's TAXGLEXT.DAT, through the same GLMAP.DAT
      *      accounts;
      *    - appends a commission clawback to COMMADJ.DAT for the
      *      salesman who sold the order, the goods returned at the
      *      salesman's COMMRATE.DAT rate.  COMMADJ caps it at what
      *      the invoice actually earned.
      *
      *  The run is under RUNLOG (job CRMEMO), since CRMCHG.DAT is
      *  rebuilt by every run and a second run the same night would
      *  overwrite what the first left for the batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-MASTER   ASSIGN TO "RAMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RA-NUMBER
                                       FILE STATUS RA-STATUS-CODE.
           SELECT ORDER-HISTORY        ASSIGN TO "ORDHIST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT FREIGHT-SHIPMENTS    ASSIGN TO "FRTSHIP"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY FSHP-KEY
                                       FILE STATUS FREIGHT-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT CREDIT-MEMO-PRINT    ASSIGN TO "CRMPRINT.DAT"
                                       LINE SEQUENTIAL.
           SELECT CREDIT-MEMO-CHARGES  ASSIGN TO "CRMCHG.DAT"
                                       LINE SEQUENTIAL.
           SELECT TAX-RATE-TABLE       ASSIGN TO "TAXRATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS TAX-RATE-STATUS.
           SELECT TAX-DETAIL-FILE      ASSIGN TO "TAXDETL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS TAX-DETL-STATUS.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "CRMGLEXT.DAT"
                                       LINE SEQUENTIAL.
           SELECT ADJUSTMENT-FILE      ASSIGN TO "COMMADJ.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS ADJUSTMENT-STATUS.
           SELECT COMMISSION-RATE-FILE ASSIGN TO "COMMRATE.DAT"
                                       FILE STATUS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-AUTH-MASTER.
       01  RETURN-AUTH-RECORD.
           05  RA-NUMBER               PIC 9(6).
           05  RA-STATUS               PIC X.
               88  RA-IS-OPEN           VALUE 'O'.
               88  RA-IS-RECEIVED       VALUE 'R'.
               88  RA-IS-CREDITED       VALUE 'C'.
               88  RA-IS-CANCELLED      VALUE 'X'.
           05  RA-ISSUE-DATE           PIC 9(8).
           05  RA-CUSTOMER-CODE        PIC X(6).
           05  RA-CUSTOMER-NAME        PIC X(25).
           05  RA-ORDER-DATE           PIC 9(8).
           05  RA-ORDER-NUMBER         PIC 9(6).
           05  RA-SALESMAN-ID          PIC X(9).
           05  RA-SALESMAN-NAME        PIC X(25).
           05  RA-LINE-NUMBER          PIC 9(3).
           05  RA-ITEM-NUMBER          PIC X(10).
           05  RA-RETURN-QUANTITY      PIC 9(5).
           05  RA-UNIT-PRICE           PIC 9(6)V99.
           05  RA-RETURN-AMOUNT        PIC 9(8)V99.
           05  RA-TAXABLE-FLAG         PIC X.
               88  RA-LINE-TAXABLE      VALUE 'Y'.
               88  RA-TAX-PRORATED      VALUE 'P'.
           05  RA-REASON-CODE          PIC XX.
           05  RA-RECEIVED-DATE        PIC 9(8).
           05  RA-CREDIT-DATE          PIC 9(8).
           05  RA-CREDIT-TAX           PIC 9(7)V99.
           05  RA-CLAWBACK-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(13).

       FD  ORDER-HISTORY.
       01  ORDER-HISTORY-RECORD.
           05  OHIST-KEY.
               10  OHIST-CUSTOMER-CODE    PIC X(6).
               10  OHIST-ORDER-DATE       PIC 9(8).
               10  OHIST-ORDER-NUMBER     PIC 9(6).
           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  FILLER                  PIC X(6).

       FD  CREDIT-MEMO-PRINT.
       01  CREDIT-MEMO-PRINT-LINE      PIC X(80).

       FD  CREDIT-MEMO-CHARGES.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(11).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  PYMT-INVOICE-DATE       PIC 9(8).
           05  PYMT-CHARGE-SOURCE      PIC X(3).
           05  FILLER                  PIC X(22).

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

       FD  TAX-RATE-TABLE.
       01  TAX-RATE-RECORD.
           05  TAXR-STATE              PIC XX.
           05  TAXR-ZIP-FROM           PIC X(5).
           05  TAXR-ZIP-TO             PIC X(5).
           05  TAXR-RATE               PIC 9V9999.
           05  TAXR-FREIGHT-TAXABLE    PIC X.

       FD  TAX-DETAIL-FILE.
       01  TAX-DETAIL-RECORD.
           05  TAXD-INVOICE-DATE       PIC 9(8).
           05  TAXD-STATE              PIC XX.
           05  TAXD-ZIP5               PIC X(5).
           05  TAXD-TAXABLE-AMOUNT     PIC 9(8)V99.
           05  TAXD-TAX-AMOUNT         PIC 9(7)V99.
           05  TAXD-INVOICE-NR         PIC 9(6).
           05  TAXD-ENTRY-TYPE         PIC X.
               88  TAXD-IS-REVERSAL     VALUE 'R'.
               88  TAXD-IS-EXEMPT       VALUE 'X'.
           05  TAXD-EXEMPT-CERT-NR     PIC X(15).

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

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  ADJ-SALESMAN-ID         PIC X(9).
           05  ADJ-INVOICE-NR          PIC X(9).
           05  ADJ-AMOUNT              PIC 9(7)V99.

       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-RECORD.
           05  RATE-SALESMAN-ID        PIC X(9).
           05  RATE-COMMISSION-PCT     PIC V999.

       WORKING-STORAGE SECTION.
       01  RA-STATUS-CODE              PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  FREIGHT-STATUS              PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  TAX-RATE-STATUS             PIC XX.
       01  TAX-DETL-STATUS             PIC XX.
       01  ADJUSTMENT-STATUS           PIC XX.
       01  RATE-FILE-STATUS            PIC XX.
       01  HISTORY-FILE-SWITCH         PIC X VALUE 'N'.
           88  HISTORY-AVAILABLE       VALUE 'Y'.
       01  FREIGHT-FILE-SWITCH         PIC X VALUE 'N'.
           88  FREIGHT-AVAILABLE       VALUE 'Y'.
       01  RA-EOF-STATUS               PIC X VALUE 'N'.
           88  RA-END                  VALUE 'Y'.
       01  TAX-EOF-STATUS              PIC X VALUE 'N'.
           88  TAX-END                 VALUE 'Y'.
       01  RATE-EOF-STATUS             PIC X VALUE 'N'.
           88  RATE-END                VALUE 'Y'.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  BILLING-ACCOUNT-WORK        PIC X(8).
       01  AMOUNT-EDITED               PIC ZZZZZZZ9.99.

      *  The received RAs this run credits, with what TAXDETL.DAT
      *  says about the invoice each one returns goods from.
       01  NR-RETURNS                  PIC 999 VALUE ZERO.
       01  RET-SUB                     PIC 999.
       01  SAME-SUB                    PIC 999.
       01  RETURN-TABLE-AREA.
           05  RETURN-ENTRY OCCURS 500 TIMES.
               10  RTBL-RA-NUMBER      PIC 9(6).
               10  RTBL-INVOICE-NR     PIC 9(6).
               10  RTBL-TAX-FOUND      PIC X.
                   88  RTBL-INVOICE-TAXED VALUE 'Y'.
               10  RTBL-INVOICE-DATE   PIC 9(8).
               10  RTBL-STATE          PIC XX.
               10  RTBL-ZIP5           PIC X(5).
               10  RTBL-ORIG-TAXABLE   PIC 9(8)V99.
               10  RTBL-ORIG-TAX       PIC 9(7)V99.
               10  RTBL-REVERSED-TAX   PIC 9(7)V99.
       01  RETURNS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.

       01  NR-TAX-RATES                PIC 99 VALUE ZERO.
       01  TAX-SUB                     PIC 99.
       01  TAX-RATE-TABLE-AREA.
           05  TAX-RATE-ENTRY OCCURS 60 TIMES.
               10  TTBL-STATE          PIC XX.
               10  TTBL-ZIP-FROM       PIC X(5).
               10  TTBL-ZIP-TO         PIC X(5).
               10  TTBL-RATE           PIC 9V9999.
               10  TTBL-FREIGHT-TAXABLE PIC X.
               10  TTBL-TAX-TOTAL      PIC 9(9)V99.
       01  NR-MATCHED-RATES            PIC 99.
       01  MATCH-SUB                   PIC 99.
       01  MATCHED-RATE-TABLE.
           05  MATCHED-RATE-SUB        PIC 99 OCCURS 60 TIMES.
       01  TAX-PART-AMOUNT             PIC 9(7)V99.
       01  TAX-LEFT-TO-SPREAD          PIC 9(7)V99.

       01  RATE-TABLE-NR-ENTRIES       PIC 999 VALUE 0.
       01  RATE-SUB                    PIC 999.
       01  CURRENT-COMMISSION-PCT      PIC V999 VALUE .070.
       01  LOOKUP-SALESMAN-ID          PIC X(9).
       01  COMMISSION-RATE-TABLE-AREA.
           05  COMMISSION-RATE-TABLE OCCURS 200 TIMES.
               10  TBL-RATE-SALESMAN-ID        PIC X(9).
               10  TBL-RATE-COMMISSION-PCT     PIC V999.

       01  RETURNED-TAXABLE-AMOUNT     PIC 9(8)V99.
       01  TAXABLE-GOODS-AMOUNT        PIC 9(8)V99.
       01  TAX-TO-REVERSE              PIC 9(7)V99.
       01  TAX-LEFT-ON-INVOICE         PIC S9(7)V99.
       01  MEMO-TOTAL-AMOUNT           PIC 9(8)V99.
       01  CLAWBACK-WORK               PIC 9(7)V99.

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

       01  MEMOS-MADE-COUNT            PIC 9(5) VALUE ZERO.
       01  MEMOS-GOODS-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  MEMOS-TAX-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  CLAWBACKS-MADE-COUNT        PIC 9(5) VALUE ZERO.
       01  CLAWBACKS-MADE-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-EDITED                PIC ZZZ,ZZZ,ZZ9.99.

      *  The return reasons, as RAENTRY offers them.
       01  RETURN-REASON-LIST.
           05  FILLER PIC X(22) VALUE 'DMDAMAGED IN TRANSIT'.
           05  FILLER PIC X(22) VALUE 'DFDEFECTIVE'.
           05  FILLER PIC X(22) VALUE 'WIWRONG ITEM SHIPPED'.
           05  FILLER PIC X(22) VALUE 'OEORDERED IN ERROR'.
           05  FILLER PIC X(22) VALUE 'NNNO LONGER NEEDED'.
           05  FILLER PIC X(22) VALUE 'LTARRIVED TOO LATE'.
           05  FILLER PIC X(22) VALUE 'OTOTHER'.
       01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-LIST.
           05  RETURN-REASON-ENTRY OCCURS 7 TIMES.
               10  RSN-CODE            PIC XX.
               10  RSN-DESCRIPTION     PIC X(20).
       01  REASON-SUB                  PIC 9.

       01  MEMO-FORM-LINE-1.
           05  FILLER                  PIC X(14) VALUE
               'CREDIT MEMO   '.
           05  MEMO-NUMBER             PIC 9(6).
           05  FILLER                  PIC X(8) VALUE '   DATE '.
           05  MEMO-DATE               PIC 9(8).
       01  MEMO-FORM-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'CREDIT TO: '.
           05  MEMO-CUSTOMER-NAME      PIC X(25).
       01  MEMO-FORM-LINE-3.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  MEMO-CUSTOMER-ADDRESS   PIC X(25).
       01  MEMO-FORM-LINE-4.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  MEMO-CUSTOMER-CITY      PIC X(15).
           05  FILLER                  PIC XX VALUE ', '.
           05  MEMO-CUSTOMER-STATE     PIC XX.
       01  MEMO-FORM-LINE-5.
           05  FILLER                  PIC X(22) VALUE
               'RETURN AUTHORIZATION  '.
           05  MEMO-RA-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(12) VALUE '  INVOICE   '.
           05  MEMO-INVOICE-NUMBER     PIC 9(6).
           05  FILLER                  PIC X(4) VALUE ' OF '.
           05  MEMO-ORDER-DATE         PIC 9(8).
       01  MEMO-FORM-LINE-6.
           05  FILLER                  PIC X(8) VALUE 'REASON: '.
           05  MEMO-REASON-CODE        PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  MEMO-REASON-DESCRIPTION PIC X(20).
       01  MEMO-ITEM-LINE.
           05  FILLER                  PIC X(6) VALUE 'ITEM  '.
           05  MEMO-ITEM-NUMBER        PIC X(10).
           05  FILLER                  PIC X(7) VALUE '  QTY  '.
           05  MEMO-QUANTITY           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE ' AT '.
           05  MEMO-UNIT-PRICE         PIC ZZZ,ZZ9.99.
       01  MEMO-ORDER-LINE.
           05  FILLER                  PIC X(30) VALUE
               'PART OF THE ORDER AS A WHOLE'.
       01  MEMO-FORM-LINE-7.
           05  FILLER                  PIC X(16) VALUE
               'GOODS RETURNED $'.
           05  MEMO-GOODS-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01  MEMO-FORM-LINE-8.
           05  FILLER                  PIC X(16) VALUE
               'SALES TAX      $'.
           05  MEMO-TAX-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  MEMO-FORM-LINE-9.
           05  FILLER                  PIC X(16) VALUE
               'TOTAL CREDIT   $'.
           05  MEMO-TOTAL              PIC Z,ZZZ,ZZ9.99.
       01  MEMO-FORM-SEPARATOR.
           05  FILLER                  PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'CRMEMO  ' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'CRMEMO  : RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O RETURN-AUTH-MASTER.
           IF RA-STATUS-CODE NOT = '00'
               DISPLAY 'CRMEMO: NO RAMAST TO CREDIT, STATUS: '
                   RA-STATUS-CODE
               STOP RUN.
           PERFORM 0100-LOAD-RECEIVED-RETURNS.
           PERFORM 0150-FIND-INVOICE-TAX.
           PERFORM 0170-LOAD-TAX-RATES.
           PERFORM 0180-LOAD-COMMISSION-RATES.
           OPEN INPUT ORDER-HISTORY.
           IF HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-FILE-SWITCH.
           OPEN INPUT FREIGHT-SHIPMENTS.
           IF FREIGHT-STATUS = '00'
               MOVE 'Y' TO FREIGHT-FILE-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT CREDIT-MEMO-PRINT
                       CREDIT-MEMO-CHARGES.
           OPEN EXTEND TAX-DETAIL-FILE.
           IF TAX-DETL-STATUS NOT = '00'
               OPEN OUTPUT TAX-DETAIL-FILE.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUSTMENT-STATUS NOT = '00'
               OPEN OUTPUT ADJUSTMENT-FILE.
           PERFORM 0200-CREDIT-ONE-RETURN
               VARYING RET-SUB FROM 1 BY 1
               UNTIL RET-SUB > NR-RETURNS.
           PERFORM 0700-WRITE-TAX-GL-EXTRACT.
           CLOSE RETURN-AUTH-MASTER
                 CUSTOMER-MASTER
                 CREDIT-MEMO-PRINT
                 CREDIT-MEMO-CHARGES
                 TAX-DETAIL-FILE
                 ADJUSTMENT-FILE.
           IF HISTORY-AVAILABLE
               CLOSE ORDER-HISTORY.
           IF FREIGHT-AVAILABLE
               CLOSE FREIGHT-SHIPMENTS.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE MEMOS-MADE-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           MOVE MEMOS-GOODS-TOTAL TO TOTAL-EDITED.
           DISPLAY 'CRMEMO: ' MEMOS-MADE-COUNT ' CREDIT MEMOS, '
               'GOODS ' TOTAL-EDITED.
           MOVE MEMOS-TAX-TOTAL TO TOTAL-EDITED.
           DISPLAY 'CRMEMO: SALES TAX REVERSED ' TOTAL-EDITED.
           MOVE CLAWBACKS-MADE-TOTAL TO TOTAL-EDITED.
           DISPLAY 'CRMEMO: ' CLAWBACKS-MADE-COUNT
               ' CLAWBACKS TO COMMADJ.DAT ' TOTAL-EDITED.
           IF RETURNS-SKIPPED-COUNT > ZERO
               DISPLAY 'CRMEMO: ' RETURNS-SKIPPED-COUNT
                   ' RECEIVED RAS LEFT FOR THE NEXT RUN'.
           DISPLAY 'MERGE CRMCHG.DAT INTO THE NIGHT''S '
               'DAYPMTS.DAT BATCH.'.
           DISPLAY 'APPEND CRMGLEXT.DAT TO GLMONTH.DAT WITH THE '
               'NIGHT''S GLEXTR.DAT.'.
           STOP RUN.

      *  The received RAs, in RA number order.  More than the table
      *  holds simply wait for the next run.
       0100-LOAD-RECEIVED-RETURNS.
           MOVE ZERO TO RA-NUMBER.
           START RETURN-AUTH-MASTER KEY IS NOT LESS THAN RA-NUMBER
               INVALID KEY
                   MOVE 'Y' TO RA-EOF-STATUS
           END-START.
           PERFORM UNTIL RA-END
               READ RETURN-AUTH-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO RA-EOF-STATUS
                   NOT AT END
                       IF RA-IS-RECEIVED
                           IF NR-RETURNS < 500
                               ADD 1 TO NR-RETURNS
                               MOVE RA-NUMBER
                                   TO RTBL-RA-NUMBER (NR-RETURNS)
                               MOVE RA-ORDER-NUMBER
                                   TO RTBL-INVOICE-NR (NR-RETURNS)
                               MOVE 'N'
                                   TO RTBL-TAX-FOUND (NR-RETURNS)
                               MOVE ZERO
                                   TO RTBL-INVOICE-DATE (NR-RETURNS)
                                      RTBL-ORIG-TAXABLE (NR-RETURNS)
                                      RTBL-ORIG-TAX (NR-RETURNS)
                                      RTBL-REVERSED-TAX (NR-RETURNS)
                               MOVE SPACES
                                   TO RTBL-STATE (NR-RETURNS)
                                      RTBL-ZIP5 (NR-RETURNS)
                           ELSE
                               ADD 1 TO RETURNS-SKIPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *  One pass over the tax detail: the invoice's own record
      *  (entry type space) and every reversal already made on it.
      *  Detail written before the invoice number was carried has
      *  none, and matches nothing -- those returns reverse no tax.
       0150-FIND-INVOICE-TAX.
           IF NR-RETURNS = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TAX-DETL-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL TAX-END
               READ TAX-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO TAX-EOF-STATUS
                   NOT AT END
                       IF TAXD-INVOICE-NR NUMERIC
                         AND TAXD-TAX-AMOUNT NUMERIC
                         AND TAXD-TAXABLE-AMOUNT NUMERIC
                           PERFORM 0160-NOTE-INVOICE-TAX
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-DETAIL-FILE.
           MOVE 'N' TO TAX-EOF-STATUS.

       0160-NOTE-INVOICE-TAX.
           PERFORM VARYING SAME-SUB FROM 1 BY 1
               UNTIL SAME-SUB > NR-RETURNS
               IF RTBL-INVOICE-NR (SAME-SUB) = TAXD-INVOICE-NR
                   IF TAXD-IS-REVERSAL
                       ADD TAXD-TAX-AMOUNT
                           TO RTBL-REVERSED-TAX (SAME-SUB)
                   ELSE
                   IF TAXD-IS-EXEMPT
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO RTBL-TAX-FOUND (SAME-SUB)
                       MOVE TAXD-INVOICE-DATE
                           TO RTBL-INVOICE-DATE (SAME-SUB)
                       MOVE TAXD-STATE TO RTBL-STATE (SAME-SUB)
                       MOVE TAXD-ZIP5 TO RTBL-ZIP5 (SAME-SUB)
                       MOVE TAXD-TAXABLE-AMOUNT
                           TO RTBL-ORIG-TAXABLE (SAME-SUB)
                       MOVE TAXD-TAX-AMOUNT
                           TO RTBL-ORIG-TAX (SAME-SUB)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0170-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-TABLE.
           IF TAX-RATE-STATUS = '00'
               PERFORM UNTIL TAX-END
                   READ TAX-RATE-TABLE
                       AT END
                           MOVE 'Y' TO TAX-EOF-STATUS
                       NOT AT END
                           IF NR-TAX-RATES < 60
                             AND TAXR-RATE NUMERIC
                               ADD 1 TO NR-TAX-RATES
                               MOVE TAXR-STATE
                                   TO TTBL-STATE (NR-TAX-RATES)
                               MOVE TAXR-ZIP-FROM
                                   TO TTBL-ZIP-FROM (NR-TAX-RATES)
                               MOVE TAXR-ZIP-TO
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

       0180-LOAD-COMMISSION-RATES.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF RATE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL RATE-END
               READ COMMISSION-RATE-FILE
                   AT END
                       MOVE 'Y' TO RATE-EOF-STATUS
                   NOT AT END
                       IF RATE-TABLE-NR-ENTRIES < 200
                           ADD 1 TO RATE-TABLE-NR-ENTRIES
                           MOVE RATE-SALESMAN-ID TO
                               TBL-RATE-SALESMAN-ID
                                   (RATE-TABLE-NR-ENTRIES)
                           MOVE RATE-COMMISSION-PCT TO
                               TBL-RATE-COMMISSION-PCT
                                   (RATE-TABLE-NR-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMISSION-RATE-FILE.

       0190-LOOKUP-COMMISSION-RATE.
           MOVE .070 TO CURRENT-COMMISSION-PCT.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) = 'DEFAULT  '
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       CURRENT-COMMISSION-PCT
               END-IF
           END-PERFORM.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) =
                       LOOKUP-SALESMAN-ID
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       CURRENT-COMMISSION-PCT
                   MOVE RATE-TABLE-NR-ENTRIES TO RATE-SUB
               END-IF
           END-PERFORM.

      *  The RA is re-read and must still be 'R' -- RAENTRY may be
      *  up while this runs -- before anything is written for it.
       0200-CREDIT-ONE-RETURN.
           MOVE RTBL-RA-NUMBER (RET-SUB) TO RA-NUMBER.
           READ RETURN-AUTH-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RA-IS-RECEIVED
               EXIT PARAGRAPH.
           PERFORM 0300-COMPUTE-TAX-TO-REVERSE.
           COMPUTE MEMO-TOTAL-AMOUNT =
               RA-RETURN-AMOUNT + TAX-TO-REVERSE.
           PERFORM 0400-PRINT-CREDIT-MEMO.
           PERFORM 0500-WRITE-CREDIT-TRANSACTION.
           IF TAX-TO-REVERSE > ZERO
               PERFORM 0550-WRITE-TAX-REVERSAL.
           PERFORM 0600-WRITE-CLAWBACK.
           MOVE 'C' TO RA-STATUS.
           MOVE CURRENT-DATE-INTEGER TO RA-CREDIT-DATE.
           MOVE TAX-TO-REVERSE TO RA-CREDIT-TAX.
           MOVE CLAWBACK-WORK TO RA-CLAWBACK-AMOUNT.
           REWRITE RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY 'CRMEMO: UNABLE TO MARK RA ' RA-NUMBER
                       ' CREDITED'
           END-REWRITE.
           ADD 1 TO MEMOS-MADE-COUNT.
           ADD RA-RETURN-AMOUNT TO MEMOS-GOODS-TOTAL.
           ADD TAX-TO-REVERSE TO MEMOS-TAX-TOTAL.

      *  The taxable goods returned, then the invoice's tax in the
      *  same proportion.  A dollar return is taxable in the share
      *  the invoice was: its taxable goods over the order amount
      *  on ORDHIST.
       0300-COMPUTE-TAX-TO-REVERSE.
           MOVE ZERO TO RETURNED-TAXABLE-AMOUNT
                        TAX-TO-REVERSE.
           IF NOT RTBL-INVOICE-TAXED (RET-SUB)
             OR RTBL-ORIG-TAXABLE (RET-SUB) = ZERO
               EXIT PARAGRAPH.
           PERFORM 0310-FIGURE-TAXABLE-GOODS.
           IF RA-LINE-TAXABLE
               MOVE RA-RETURN-AMOUNT TO RETURNED-TAXABLE-AMOUNT.
           IF RA-TAX-PRORATED
               PERFORM 0320-PRORATE-TAXABLE-SHARE.
           IF RETURNED-TAXABLE-AMOUNT > TAXABLE-GOODS-AMOUNT
               MOVE TAXABLE-GOODS-AMOUNT TO RETURNED-TAXABLE-AMOUNT.
           COMPUTE TAX-TO-REVERSE ROUNDED =
               RTBL-ORIG-TAX (RET-SUB) * RETURNED-TAXABLE-AMOUNT
                   / RTBL-ORIG-TAXABLE (RET-SUB).
           COMPUTE TAX-LEFT-ON-INVOICE =
               RTBL-ORIG-TAX (RET-SUB) - RTBL-REVERSED-TAX (RET-SUB).
           IF TAX-LEFT-ON-INVOICE < ZERO
               MOVE ZERO TO TAX-LEFT-ON-INVOICE.
           IF TAX-TO-REVERSE > TAX-LEFT-ON-INVOICE
               MOVE TAX-LEFT-ON-INVOICE TO TAX-TO-REVERSE.

      *  Where the state's rate row taxes freight, INVGEN billed
      *  the invoice's freight into its taxable amount.  Freight
      *  is not returned with the goods, so its tax is never
      *  reversed: the freight billed on FRTSHIP comes off the
      *  invoice's taxable amount to leave the taxable goods.
       0310-FIGURE-TAXABLE-GOODS.
           MOVE RTBL-ORIG-TAXABLE (RET-SUB) TO TAXABLE-GOODS-AMOUNT.
           IF NOT FREIGHT-AVAILABLE
               EXIT PARAGRAPH.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > NR-TAX-RATES
               IF TTBL-STATE (TAX-SUB) = RTBL-STATE (RET-SUB)
                 AND TTBL-ZIP-FROM (TAX-SUB) = SPACES
                 AND TTBL-FREIGHT-TAXABLE (TAX-SUB) = 'Y'
                   PERFORM 0315-REMOVE-TAXED-FREIGHT
                   MOVE NR-TAX-RATES TO TAX-SUB
               END-IF
           END-PERFORM.

       0315-REMOVE-TAXED-FREIGHT.
           MOVE RA-ORDER-DATE TO FSHP-ORDER-DATE.
           MOVE RA-ORDER-NUMBER TO FSHP-ORDER-NUMBER.
           READ FREIGHT-SHIPMENTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FSHP-FREIGHT-BILLED NOT NUMERIC
               EXIT PARAGRAPH.
           IF FSHP-FREIGHT-BILLED < TAXABLE-GOODS-AMOUNT
               SUBTRACT FSHP-FREIGHT-BILLED FROM TAXABLE-GOODS-AMOUNT
           ELSE
               MOVE ZERO TO TAXABLE-GOODS-AMOUNT.

      *  Without the order on history the invoice is taken as
      *  wholly taxable, which is how it was billed before lines.
       0320-PRORATE-TAXABLE-SHARE.
           MOVE RA-RETURN-AMOUNT TO RETURNED-TAXABLE-AMOUNT.
           IF NOT HISTORY-AVAILABLE
               EXIT PARAGRAPH.
           MOVE RA-CUSTOMER-CODE TO OHIST-CUSTOMER-CODE.
           MOVE RA-ORDER-DATE TO OHIST-ORDER-DATE.
           MOVE RA-ORDER-NUMBER TO OHIST-ORDER-NUMBER.
           READ ORDER-HISTORY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF OHIST-ORDER-AMOUNT > ZERO
               COMPUTE RETURNED-TAXABLE-AMOUNT ROUNDED =
                   RA-RETURN-AMOUNT * TAXABLE-GOODS-AMOUNT
                       / OHIST-ORDER-AMOUNT.

       0400-PRINT-CREDIT-MEMO.
           MOVE RA-CUSTOMER-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE RA-CUSTOMER-NAME TO CUST-NAME
                   MOVE SPACES TO CUST-ADDRESS
                                  CUST-CITY
                                  CUST-STATE
           END-READ.
           MOVE RA-NUMBER TO MEMO-NUMBER.
           MOVE CURRENT-DATE-INTEGER TO MEMO-DATE.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-1.
           MOVE CUST-NAME TO MEMO-CUSTOMER-NAME.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-2.
           MOVE CUST-ADDRESS TO MEMO-CUSTOMER-ADDRESS.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-3.
           MOVE CUST-CITY TO MEMO-CUSTOMER-CITY.
           MOVE CUST-STATE TO MEMO-CUSTOMER-STATE.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-4.
           MOVE RA-NUMBER TO MEMO-RA-NUMBER.
           MOVE RA-ORDER-NUMBER TO MEMO-INVOICE-NUMBER.
           MOVE RA-ORDER-DATE TO MEMO-ORDER-DATE.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-5.
           MOVE RA-REASON-CODE TO MEMO-REASON-CODE.
           MOVE SPACES TO MEMO-REASON-DESCRIPTION.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               IF RSN-CODE (REASON-SUB) = RA-REASON-CODE
                   MOVE RSN-DESCRIPTION (REASON-SUB)
                       TO MEMO-REASON-DESCRIPTION
               END-IF
           END-PERFORM.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-6.
           IF RA-LINE-NUMBER = ZERO
               WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-ORDER-LINE
           ELSE
               MOVE RA-ITEM-NUMBER TO MEMO-ITEM-NUMBER
               MOVE RA-RETURN-QUANTITY TO MEMO-QUANTITY
               MOVE RA-UNIT-PRICE TO MEMO-UNIT-PRICE
               WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-ITEM-LINE.
           MOVE RA-RETURN-AMOUNT TO MEMO-GOODS-AMOUNT.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-7.
           MOVE TAX-TO-REVERSE TO MEMO-TAX-AMOUNT.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-8.
           MOVE MEMO-TOTAL-AMOUNT TO MEMO-TOTAL.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-LINE-9.
           WRITE CREDIT-MEMO-PRINT-LINE FROM MEMO-FORM-SEPARATOR.

      *  The account is the customer code padded to eight, as
      *  INVGEN opened it; the memo names the invoice it credits.
       0500-WRITE-CREDIT-TRANSACTION.
           MOVE SPACES TO BILLING-ACCOUNT-WORK.
           MOVE RA-CUSTOMER-CODE TO BILLING-ACCOUNT-WORK (1:6).
           MOVE SPACES TO PYMT-RECEIVED-RECORD.
           MOVE BILLING-ACCOUNT-WORK TO PYMT-ACCOUNT-NR.
           MOVE MEMO-TOTAL-AMOUNT TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT.
           MOVE 'M' TO PYMT-TRANS-TYPE.
           MOVE RA-ORDER-NUMBER TO PYMT-INVOICE-NR.
           MOVE RTBL-INVOICE-DATE (RET-SUB) TO PYMT-INVOICE-DATE.
           MOVE 'RET' TO PYMT-CHARGE-SOURCE.
           WRITE PYMT-RECEIVED-RECORD.

      *  The reversal carries the invoice's jurisdiction and is
      *  spread over the same rates INVGEN priced it at; the last
      *  one takes what is left, as there.
       0550-WRITE-TAX-REVERSAL.
           MOVE SPACES TO TAX-DETAIL-RECORD.
           MOVE CURRENT-DATE-INTEGER TO TAXD-INVOICE-DATE.
           MOVE RTBL-STATE (RET-SUB) TO TAXD-STATE.
           MOVE RTBL-ZIP5 (RET-SUB) TO TAXD-ZIP5.
           MOVE RETURNED-TAXABLE-AMOUNT TO TAXD-TAXABLE-AMOUNT.
           MOVE TAX-TO-REVERSE TO TAXD-TAX-AMOUNT.
           MOVE RA-ORDER-NUMBER TO TAXD-INVOICE-NR.
           MOVE 'R' TO TAXD-ENTRY-TYPE.
           MOVE SPACES TO TAXD-EXEMPT-CERT-NR.
           WRITE TAX-DETAIL-RECORD.
           PERFORM VARYING SAME-SUB FROM 1 BY 1
               UNTIL SAME-SUB > NR-RETURNS
               IF RTBL-INVOICE-NR (SAME-SUB) = RA-ORDER-NUMBER
                   ADD TAX-TO-REVERSE TO RTBL-REVERSED-TAX (SAME-SUB)
               END-IF
           END-PERFORM.
           MOVE ZERO TO NR-MATCHED-RATES.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > NR-TAX-RATES
               IF TTBL-STATE (TAX-SUB) = RTBL-STATE (RET-SUB)
                   IF TTBL-ZIP-FROM (TAX-SUB) = SPACES
                       PERFORM 0560-NOTE-JURISDICTION
                   ELSE
                   IF RTBL-ZIP5 (RET-SUB) NOT = SPACES
                     AND RTBL-ZIP5 (RET-SUB) >= TTBL-ZIP-FROM (TAX-SUB)
                     AND RTBL-ZIP5 (RET-SUB) <= TTBL-ZIP-TO (TAX-SUB)
                       PERFORM 0560-NOTE-JURISDICTION
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE TAX-TO-REVERSE TO TAX-LEFT-TO-SPREAD.
           PERFORM VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB > NR-MATCHED-RATES
               MOVE MATCHED-RATE-SUB (MATCH-SUB) TO TAX-SUB
               IF MATCH-SUB = NR-MATCHED-RATES
                   MOVE TAX-LEFT-TO-SPREAD TO TAX-PART-AMOUNT
               ELSE
                   COMPUTE TAX-PART-AMOUNT ROUNDED =
                       RETURNED-TAXABLE-AMOUNT * TTBL-RATE (TAX-SUB)
                   IF TAX-PART-AMOUNT > TAX-LEFT-TO-SPREAD
                       MOVE TAX-LEFT-TO-SPREAD TO TAX-PART-AMOUNT
                   END-IF
               END-IF
               ADD TAX-PART-AMOUNT TO TTBL-TAX-TOTAL (TAX-SUB)
               SUBTRACT TAX-PART-AMOUNT FROM TAX-LEFT-TO-SPREAD
           END-PERFORM.

       0560-NOTE-JURISDICTION.
           ADD 1 TO NR-MATCHED-RATES.
           MOVE TAX-SUB TO MATCHED-RATE-SUB (NR-MATCHED-RATES).

      *  The invoice number goes to COMMADJ as the commission
      *  detail carries it, left-justified in nine.
       0600-WRITE-CLAWBACK.
           MOVE ZERO TO CLAWBACK-WORK.
           IF RA-SALESMAN-ID = SPACES
               EXIT PARAGRAPH.
           MOVE RA-SALESMAN-ID TO LOOKUP-SALESMAN-ID.
           PERFORM 0190-LOOKUP-COMMISSION-RATE.
           COMPUTE CLAWBACK-WORK ROUNDED =
               RA-RETURN-AMOUNT * CURRENT-COMMISSION-PCT.
           IF CLAWBACK-WORK = ZERO
               EXIT PARAGRAPH.
           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE RA-SALESMAN-ID TO ADJ-SALESMAN-ID.
           MOVE RA-ORDER-NUMBER TO ADJ-INVOICE-NR (1:6).
           MOVE CLAWBACK-WORK TO ADJ-AMOUNT.
           WRITE ADJUSTMENT-RECORD.
           ADD 1 TO CLAWBACKS-MADE-COUNT.
           ADD CLAWBACK-WORK TO CLAWBACKS-MADE-TOTAL.

      *  The mirror of INVGEN's posting: the jurisdiction's accounts
      *  come from GLMAP.DAT under INVGEN's own entries, so the
      *  reversal lands on exactly the accounts the tax went to,
      *  with debit and credit exchanged.
       0700-WRITE-TAX-GL-EXTRACT.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > NR-TAX-RATES
               MOVE 'BILLINC ' TO GL-WORK-CREDIT-ACCOUNT
               MOVE 'SLSTAXPY' TO GL-WORK-DEBIT-ACCOUNT
               MOVE SPACES TO GLMAP-KEY
               MOVE TTBL-STATE (TAX-SUB) TO GLMAP-KEY (1:2)
               MOVE TTBL-ZIP-FROM (TAX-SUB) TO GLMAP-KEY (3:5)
               CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
                   GL-WORK-CREDIT-ACCOUNT GL-WORK-DEBIT-ACCOUNT
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
               MOVE 'CRMEMO  ' TO GL-SOURCE-RUN
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
