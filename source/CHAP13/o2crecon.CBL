       IDENTIFICATION DIVISION.
       PROGRAM-ID.  O2crecon.

      *  Nightly order-to-cash reconciliation.  INVREG proves INVGEN
      *  invoiced what it read and NIGHTBAL proves the billing
      *  update; this run proves the chain between them, shipment
      *  by shipment.  A filled order should move through four
      *  stages:
      *
      *    S1  shipped -- the 'F' confirmation on SHIPACT.DAT that
      *        filled the order, for the dollars confirmed against
      *        it on every SHIPACT.DAT line;
      *    S2  invoiced -- its invoice (the order number) on the
      *        INVREG.DAT register, for the taxed total billed;
      *    S3  charged -- its 'C' charge on INVCHG.DAT, which
      *        operations merges into the night's DAYPMTS.DAT;
      *    S4  posted -- that charge posted by BILLUPDT, a 'C' on
      *        PAYHIST.DAT for the billing account and amount on or
      *        after the invoice date (each posting vouches for one
      *        charge only, the ARRECON rule).
      *
      *  INVREG.DAT and INVCHG.DAT are rewritten by every INVGEN
      *  run, so where each shipment stands is kept on the indexed
      *  tracking file O2CTRAK, keyed by order number, and moved
      *  along as each night's files show the next stage.  A night's
      *  register and charges are taken once: O2CCTL.DAT remembers
      *  the last invoice date taken, so a night INVGEN did not run
      *  does not read yesterday's files again.
      *
      *  O2CRECON.DAT lists every shipment stuck at a stage more
      *  than one business day (BUSDAYS, on the HOLIDAY.DAT shop
      *  calendar) with its dollars -- typically INVCHG.DAT never
      *  merged into the batch, or INVOUT.DAT never copied back.
      *  An invoice on tonight's register for an order already
      *  invoiced (INVOUT.DAT not copied back, so INDATA1.DAT was
      *  billed again) is listed as well.  The stage totals, open
      *  and stuck, follow, then the verdict MORNSUM echoes.
      *
      *  Tracking starts from the first night this runs: shipments
      *  filled before that date are not followed.  The business
      *  date comes from RUNDATE.DAT, the NIGHTRUN convention, and
      *  the run is under RUNLOG as job O2CRECON, after BILLUPDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT RECON-CONTROL-FILE   ASSIGN TO "O2CCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CONTROL-STATUS.
           SELECT TRACKING-FILE        ASSIGN TO "O2CTRAK"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY TRK-ORDER-NUMBER
                                       FILE STATUS IS TRACK-STATUS.
           SELECT SHIP-ACTIVITY-FILE   ASSIGN TO "SHIPACT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           ACTIVITY-STATUS.
           SELECT INVOICE-REGISTER     ASSIGN TO "INVREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           REGISTER-STATUS.
           SELECT INVOICE-CHARGES      ASSIGN TO "INVCHG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CHARGES-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS PAYHIST-STATUS.
           SELECT RECON-REPORT-FILE    ASSIGN TO "O2CRECON.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05  OCTL-TRACKING-START     PIC 9(8).
           05  OCTL-LAST-INVOICE-DATE  PIC 9(8).

      *  One record per filled order followed.  TRK-STAGE-DATE is
      *  the date the order reached its current stage; the amount
      *  at stage S is what shipped, from S2 on what was billed.
       FD  TRACKING-FILE.
       01  TRACKING-RECORD.
           05  TRK-ORDER-NUMBER        PIC 9(6).
           05  TRK-ORDER-DATE          PIC 9(8).
           05  TRK-CUSTOMER-CODE       PIC X(6).
           05  TRK-STAGE               PIC X.
               88  TRK-SHIPPED          VALUE 'S'.
               88  TRK-INVOICED         VALUE 'I'.
               88  TRK-CHARGED          VALUE 'C'.
               88  TRK-POSTED           VALUE 'P'.
           05  TRK-STAGE-DATE          PIC 9(8).
           05  TRK-SHIP-DATE           PIC 9(8).
           05  TRK-SHIPPED-AMOUNT      PIC 9(8)V99.
           05  TRK-INVOICE-DATE        PIC 9(8).
           05  TRK-ACCOUNT-NR          PIC X(8).
           05  TRK-BILLED-AMOUNT       PIC 9(8)V99.
           05  TRK-POSTED-DATE         PIC 9(8).
           05  TRK-POSTING-SEQ         PIC 9(3).
           05  FILLER                  PIC X(6).

       FD  SHIP-ACTIVITY-FILE.
       01  SHIP-ACTIVITY-RECORD.
           05  ACT-CONFIRM-DATE        PIC 9(8).
           05  ACT-ORDER-DATE          PIC 9(8).
           05  ACT-ORDER-NUMBER        PIC 9(6).
           05  ACT-CUSTOMER-CODE       PIC X(6).
           05  ACT-SALESMAN-NAME       PIC X(25).
           05  ACT-DISPOSITION         PIC X.
           05  ACT-SHIPPED-AMOUNT      PIC 9(8)V99.

      *  INVGEN's register.  Only detail lines start with the six
      *  digit invoice number, the COMMFEED test.
       FD  INVOICE-REGISTER.
       01  REGISTER-LINE.
           05  RGL-INVOICE-NUMBER      PIC X(6).
           05  RGL-INVOICE-NR REDEFINES RGL-INVOICE-NUMBER
                                       PIC 9(6).
           05  FILLER                  PIC XX.
           05  RGL-CUSTOMER-CODE       PIC X(6).
           05  FILLER                  PIC XX.
           05  RGL-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX.
           05  RGL-AMOUNT-TEXT         PIC X(13).
           05  FILLER                  PIC XX.
           05  RGL-BILLED-TEXT         PIC X(13).
           05  FILLER                  PIC X(36).

       FD  INVOICE-CHARGES.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(11).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  PYMT-INVOICE-DATE       PIC 9(8).
           05  PYMT-CHARGE-SOURCE      PIC X(3).
           05  FILLER                  PIC X(22).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUN-DATE-STATUS             PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  TRACK-STATUS                PIC XX.
       01  ACTIVITY-STATUS             PIC XX.
       01  REGISTER-STATUS             PIC XX.
       01  CHARGES-STATUS              PIC XX.
       01  PAYHIST-STATUS              PIC XX.
       01  FILE-EOF-STATUS             PIC X.
           88  FILE-END                VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  TRACKING-START-DATE         PIC 9(8).
       01  LAST-INVOICE-DATE           PIC 9(8) VALUE ZERO.
       01  INVOICE-RUN-DATE            PIC 9(8).
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.
       01  BUSD-BASE-DATE              PIC 9(8).
       01  BUSD-COMPARE-DATE           PIC 9(8).
       01  BUSD-DAYS-BETWEEN           PIC S9(8).
       01  BUSD-NEXT-BUSINESS-DAY      PIC 9(8).
       01  BUSD-STATUS                 PIC X.
           88  BUSD-DATES-VALID          VALUE 'Y'.

      *  Orders filled since the last run, not yet tracked.
       01  NR-NEW-FILLS                PIC 9(4) VALUE ZERO.
       01  FILL-SUB                    PIC 9(4).
       01  NEW-FILL-TABLE.
           05  NEW-FILL-ENTRY OCCURS 2000 TIMES.
               10  NFTB-ORDER-NUMBER   PIC 9(6).
               10  NFTB-ORDER-DATE     PIC 9(8).
               10  NFTB-CUSTOMER-CODE  PIC X(6).
               10  NFTB-FILL-DATE      PIC 9(8).
               10  NFTB-AMOUNT         PIC 9(9)V99.
       01  FILL-FOUND-SWITCH           PIC X.
           88  FILL-FOUND              VALUE 'Y'.
       01  FILL-TABLE-FULL-SWITCH      PIC X VALUE 'N'.
           88  FILL-TABLE-FULL         VALUE 'Y'.

      *  Charges waiting to post, and the postings already claimed
      *  by charges posted before them.
       01  NR-PENDING-CHARGES          PIC 9(4) VALUE ZERO.
       01  PEND-SUB                    PIC 9(4).
       01  PENDING-CHARGE-TABLE.
           05  PENDING-CHARGE-ENTRY OCCURS 2000 TIMES.
               10  PDTB-ORDER-NUMBER   PIC 9(6).
               10  PDTB-ACCOUNT-NR     PIC X(8).
               10  PDTB-AMOUNT         PIC 9(8)V99.
               10  PDTB-INVOICE-DATE   PIC 9(8).
               10  PDTB-POSTED-DATE    PIC 9(8).
               10  PDTB-POSTING-SEQ    PIC 9(3).
               10  PDTB-MATCHED-FLAG   PIC X.
       01  EARLIEST-PENDING-DATE       PIC 9(8).
       01  NR-CLAIMED-POSTINGS         PIC 9(4) VALUE ZERO.
       01  CLAIM-SUB                   PIC 9(4).
       01  CLAIMED-POSTING-TABLE.
           05  CLAIMED-POSTING-ENTRY OCCURS 3000 TIMES.
               10  CLTB-ACCOUNT-NR     PIC X(8).
               10  CLTB-POSTED-DATE    PIC 9(8).
               10  CLTB-POSTING-SEQ    PIC 9(3).
       01  POSTING-CLAIMED-SWITCH      PIC X.
           88  POSTING-CLAIMED         VALUE 'Y'.
       01  CHARGE-MATCHED-SWITCH       PIC X.
           88  CHARGE-MATCHED          VALUE 'Y'.

       01  STAGE-SUB                   PIC 9.
       01  STAGE-TOTALS-TABLE.
           05  STAGE-TOTAL-ENTRY OCCURS 4 TIMES.
               10  STG-OPEN-COUNT      PIC 9(7).
               10  STG-OPEN-AMOUNT     PIC 9(11)V99.
               10  STG-STUCK-COUNT     PIC 9(7).
               10  STG-STUCK-AMOUNT    PIC 9(11)V99.
       01  STAGE-NAME-LIST.
           05  FILLER                  PIC X(28) VALUE
               'S1 SHIPPED, NOT INVOICED    '.
           05  FILLER                  PIC X(28) VALUE
               'S2 INVOICED, NO CHARGE      '.
           05  FILLER                  PIC X(28) VALUE
               'S3 CHARGED, NOT POSTED      '.
           05  FILLER                  PIC X(28) VALUE
               'S4 POSTED TONIGHT           '.
       01  STAGE-NAME-TABLE REDEFINES STAGE-NAME-LIST.
           05  STAGE-NAME              PIC X(28) OCCURS 4 TIMES.
       01  STUCK-AMOUNT-WORK           PIC 9(8)V99.
       01  STUCK-TOTAL-COUNT           PIC 9(7) VALUE ZERO.
       01  REBILLED-COUNT              PIC 9(7) VALUE ZERO.
       01  NEW-TRACKED-COUNT           PIC 9(7) VALUE ZERO.
       01  NOT-TRACKED-COUNT           PIC 9(7) VALUE ZERO.
       01  TRACKED-OPEN-COUNT          PIC 9(7) VALUE ZERO.

       01  PAGE-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'ORDER-TO-CASH RECONCILIATION        '.
           05  HDG-DATE                PIC 9(8).
       01  SECTION-HEADING             PIC X(50).
       01  ITEM-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'ORDER   STAGE                SINCE     '.
           05  FILLER                  PIC X(40) VALUE
               'CUST   ACCOUNT          AMOUNT  BUS DAYS'.
       01  ITEM-DETAIL-LINE.
           05  ITM-ORDER-NUMBER        PIC 9(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-STAGE-WORD          PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-SINCE-DATE          PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-CUSTOMER-CODE       PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ITM-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  ITM-DAYS                PIC ZZZ9.
       01  TOTAL-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'STAGE                        OPEN       '.
           05  FILLER                  PIC X(40) VALUE
               '  DOLLARS  STUCK         DOLLARS'.
       01  STAGE-TOTAL-LINE.
           05  STL-NAME                PIC X(28).
           05  STL-OPEN-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  STL-OPEN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  STL-STUCK-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  STL-STUCK-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01  NOTE-LINE.
           05  NTE-CAPTION             PIC X(44).
           05  NTE-COUNT               PIC ZZZ,ZZ9.
       01  VERDICT-LINE.
           05  FILLER                  PIC X(9) VALUE 'VERDICT: '.
           05  VRD-TEXT                PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'O2CRECON' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'O2CRECON: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0100-ESTABLISH-BUSINESS-DATE.
           PERFORM 0150-READ-RECON-CONTROL.
           OPEN I-O TRACKING-FILE.
           IF TRACK-STATUS NOT = '00'
               OPEN OUTPUT TRACKING-FILE
               CLOSE TRACKING-FILE
               OPEN I-O TRACKING-FILE.
           IF TRACK-STATUS NOT = '00'
               DISPLAY 'O2CRECON: UNABLE TO OPEN O2CTRAK, STATUS: '
                   TRACK-STATUS
               STOP RUN.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE BUSINESS-DATE TO HDG-DATE.
           WRITE RECON-REPORT-LINE FROM PAGE-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'INVOICED AGAIN TONIGHT' TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM ITEM-COLUMN-HEADING.
           PERFORM 0200-TRACK-NEW-SHIPMENTS.
           PERFORM 0300-FIND-INVOICE-RUN-DATE.
           IF INVOICE-RUN-DATE > LAST-INVOICE-DATE
               PERFORM 0400-TAKE-THE-REGISTER
               PERFORM 0500-TAKE-THE-CHARGES
               MOVE INVOICE-RUN-DATE TO LAST-INVOICE-DATE.
           IF REBILLED-COUNT = ZERO
               MOVE '  NONE' TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE.
           PERFORM 0600-MATCH-POSTED-CHARGES.
           PERFORM 0700-LIST-STUCK-SHIPMENTS.
           PERFORM 0800-PRINT-STAGE-TOTALS.
           CLOSE TRACKING-FILE
                 RECON-REPORT-FILE.
           PERFORM 0900-WRITE-RECON-CONTROL.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE TRACKED-OPEN-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           DISPLAY 'O2CRECON: ' NEW-TRACKED-COUNT
               ' NEW SHIPMENTS TRACKED, ' TRACKED-OPEN-COUNT
               ' STILL OPEN, ' STUCK-TOTAL-COUNT ' STUCK'.
           IF REBILLED-COUNT > ZERO
               DISPLAY 'O2CRECON: ' REBILLED-COUNT
                   ' ORDERS INVOICED AGAIN -- SEE O2CRECON.DAT'.
           STOP RUN.

       0100-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

      *  With no control file this is the first night: tracking
      *  starts from the business date.
       0150-READ-RECON-CONTROL.
           MOVE BUSINESS-DATE TO TRACKING-START-DATE.
           OPEN INPUT RECON-CONTROL-FILE.
           IF CONTROL-STATUS = '00'
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OCTL-TRACKING-START NUMERIC
                         AND OCTL-TRACKING-START > ZERO
                           MOVE OCTL-TRACKING-START
                               TO TRACKING-START-DATE
                       END-IF
                       IF OCTL-LAST-INVOICE-DATE NUMERIC
                           MOVE OCTL-LAST-INVOICE-DATE
                               TO LAST-INVOICE-DATE
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE.

      *  Two passes of SHIPACT.DAT: the first finds the fills not
      *  yet tracked, the second totals every confirmation against
      *  them, partials included, for the dollars shipped.
       0200-TRACK-NEW-SHIPMENTS.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT SHIP-ACTIVITY-FILE.
           IF ACTIVITY-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FILE-END
               READ SHIP-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF ACT-DISPOSITION = 'F'
                         AND ACT-ORDER-NUMBER NUMERIC
                         AND ACT-CONFIRM-DATE NUMERIC
                         AND ACT-CONFIRM-DATE NOT < TRACKING-START-DATE
                           PERFORM 0210-NOTE-NEW-FILL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIP-ACTIVITY-FILE.
           IF NR-NEW-FILLS = ZERO
               EXIT PARAGRAPH.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT SHIP-ACTIVITY-FILE.
           PERFORM UNTIL FILE-END
               READ SHIP-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF ACT-ORDER-NUMBER NUMERIC
                         AND ACT-SHIPPED-AMOUNT NUMERIC
                           PERFORM 0220-ADD-SHIPPED-DOLLARS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIP-ACTIVITY-FILE.
           PERFORM 0230-WRITE-ONE-TRACKER
               VARYING FILL-SUB FROM 1 BY 1
               UNTIL FILL-SUB > NR-NEW-FILLS.
           IF FILL-TABLE-FULL
               DISPLAY 'O2CRECON: MORE THAN 2000 NEW FILLS -- THE '
                   'REST ARE TRACKED NEXT RUN'.

       0210-NOTE-NEW-FILL.
           MOVE ACT-ORDER-NUMBER TO TRK-ORDER-NUMBER.
           READ TRACKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0240-FIND-NEW-FILL.
           IF FILL-FOUND
               EXIT PARAGRAPH.
           IF NR-NEW-FILLS NOT < 2000
               MOVE 'Y' TO FILL-TABLE-FULL-SWITCH
               EXIT PARAGRAPH.
           ADD 1 TO NR-NEW-FILLS.
           MOVE ACT-ORDER-NUMBER TO NFTB-ORDER-NUMBER (NR-NEW-FILLS).
           MOVE ACT-ORDER-DATE TO NFTB-ORDER-DATE (NR-NEW-FILLS).
           MOVE ACT-CUSTOMER-CODE
               TO NFTB-CUSTOMER-CODE (NR-NEW-FILLS).
           MOVE ACT-CONFIRM-DATE TO NFTB-FILL-DATE (NR-NEW-FILLS).
           MOVE ZERO TO NFTB-AMOUNT (NR-NEW-FILLS).

       0220-ADD-SHIPPED-DOLLARS.
           PERFORM 0240-FIND-NEW-FILL.
           IF FILL-FOUND
               ADD ACT-SHIPPED-AMOUNT TO NFTB-AMOUNT (FILL-SUB).

       0230-WRITE-ONE-TRACKER.
           MOVE SPACES TO TRACKING-RECORD.
           MOVE NFTB-ORDER-NUMBER (FILL-SUB) TO TRK-ORDER-NUMBER.
           MOVE NFTB-ORDER-DATE (FILL-SUB) TO TRK-ORDER-DATE.
           MOVE NFTB-CUSTOMER-CODE (FILL-SUB) TO TRK-CUSTOMER-CODE.
           MOVE 'S' TO TRK-STAGE.
           MOVE NFTB-FILL-DATE (FILL-SUB) TO TRK-STAGE-DATE
                                             TRK-SHIP-DATE.
           IF NFTB-AMOUNT (FILL-SUB) > 99999999.99
               MOVE 99999999.99 TO TRK-SHIPPED-AMOUNT
           ELSE
               MOVE NFTB-AMOUNT (FILL-SUB) TO TRK-SHIPPED-AMOUNT.
           MOVE ZERO TO TRK-INVOICE-DATE
                        TRK-BILLED-AMOUNT
                        TRK-POSTED-DATE
                        TRK-POSTING-SEQ.
           WRITE TRACKING-RECORD
               INVALID KEY
                   DISPLAY 'O2CRECON: UNABLE TO TRACK ORDER '
                       TRK-ORDER-NUMBER ', STATUS: ' TRACK-STATUS
               NOT INVALID KEY
                   ADD 1 TO NEW-TRACKED-COUNT
           END-WRITE.

       0240-FIND-NEW-FILL.
           MOVE 'N' TO FILL-FOUND-SWITCH.
           PERFORM VARYING FILL-SUB FROM 1 BY 1
               UNTIL FILL-SUB > NR-NEW-FILLS
                  OR FILL-FOUND
               IF NFTB-ORDER-NUMBER (FILL-SUB) = ACT-ORDER-NUMBER
                   MOVE 'Y' TO FILL-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF FILL-FOUND
               SUBTRACT 1 FROM FILL-SUB.

      *  The invoice date INVGEN put on its charges identifies the
      *  run that wrote tonight's INVREG.DAT and INVCHG.DAT.
       0300-FIND-INVOICE-RUN-DATE.
           MOVE ZERO TO INVOICE-RUN-DATE.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT INVOICE-CHARGES.
           IF CHARGES-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FILE-END
               READ INVOICE-CHARGES
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF PYMT-TRANS-TYPE = 'C'
                         AND PYMT-INVOICE-DATE NUMERIC
                           MOVE PYMT-INVOICE-DATE
                               TO INVOICE-RUN-DATE
                           MOVE 'Y' TO FILE-EOF-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-CHARGES.

       0400-TAKE-THE-REGISTER.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT INVOICE-REGISTER.
           IF REGISTER-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FILE-END
               READ INVOICE-REGISTER
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF RGL-INVOICE-NUMBER NUMERIC
                           PERFORM 0450-TAKE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER.

      *  An invoice for an order shipped before tracking began is
      *  passed over; one for an order already past S1 means the
      *  order was billed a second time.
       0450-TAKE-ONE-INVOICE.
           MOVE RGL-INVOICE-NR TO TRK-ORDER-NUMBER.
           READ TRACKING-FILE
               INVALID KEY
                   ADD 1 TO NOT-TRACKED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE RGL-BILLED-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT TRK-SHIPPED
               MOVE SPACES TO ITEM-DETAIL-LINE
               MOVE TRK-ORDER-NUMBER TO ITM-ORDER-NUMBER
               MOVE 'INVOICED AGAIN' TO ITM-STAGE-WORD
               MOVE TRK-INVOICE-DATE TO ITM-SINCE-DATE
               MOVE TRK-CUSTOMER-CODE TO ITM-CUSTOMER-CODE
               MOVE RGL-ACCOUNT-NR TO ITM-ACCOUNT-NR
               IF NUMEDIT-VALID
                   MOVE NUMEDIT-VALUE TO ITM-AMOUNT
               END-IF
               WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE
               ADD 1 TO REBILLED-COUNT
               EXIT PARAGRAPH.
           MOVE 'I' TO TRK-STAGE.
           MOVE INVOICE-RUN-DATE TO TRK-STAGE-DATE
                                    TRK-INVOICE-DATE.
           MOVE RGL-ACCOUNT-NR TO TRK-ACCOUNT-NR.
           IF NUMEDIT-VALID
               MOVE NUMEDIT-VALUE TO TRK-BILLED-AMOUNT
           ELSE
               MOVE TRK-SHIPPED-AMOUNT TO TRK-BILLED-AMOUNT.
           REWRITE TRACKING-RECORD.

      *  INVGEN's charges carry the invoice number, so each moves
      *  its own order from S2 to S3.
       0500-TAKE-THE-CHARGES.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT INVOICE-CHARGES.
           IF CHARGES-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FILE-END
               READ INVOICE-CHARGES
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF PYMT-TRANS-TYPE = 'C'
                         AND PYMT-CHARGE-SOURCE = 'INV'
                         AND PYMT-INVOICE-NR (1:6) NUMERIC
                           PERFORM 0550-TAKE-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-CHARGES.

       0550-TAKE-ONE-CHARGE.
           MOVE PYMT-INVOICE-NR (1:6) TO TRK-ORDER-NUMBER.
           READ TRACKING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF TRK-INVOICED
               MOVE 'C' TO TRK-STAGE
               MOVE PYMT-INVOICE-DATE TO TRK-STAGE-DATE
               MOVE PYMT-ACCOUNT-NR TO TRK-ACCOUNT-NR
               REWRITE TRACKING-RECORD.

      *  The charges waiting at S3 are matched to 'C' postings on
      *  PAYHIST.DAT for the same account and amount, posted on or
      *  after the invoice date and not already claimed by a charge
      *  that posted before.
       0600-MATCH-POSTED-CHARGES.
           MOVE BUSINESS-DATE TO EARLIEST-PENDING-DATE.
           MOVE ZERO TO TRK-ORDER-NUMBER.
           MOVE 'N' TO FILE-EOF-STATUS.
           START TRACKING-FILE KEY IS NOT LESS THAN TRK-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO FILE-EOF-STATUS
           END-START.
           PERFORM UNTIL FILE-END
               READ TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF TRK-CHARGED
                         AND NR-PENDING-CHARGES < 2000
                           PERFORM 0610-NOTE-PENDING-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           IF NR-PENDING-CHARGES = ZERO
               EXIT PARAGRAPH.
           PERFORM 0620-LOAD-CLAIMED-POSTINGS.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL FILE-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF PHIST-TRANS-TYPE = 'C'
                         AND PHIST-POSTED-DATE
                             NOT < EARLIEST-PENDING-DATE
                           PERFORM 0650-MATCH-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
           PERFORM 0680-POST-ONE-MATCH
               VARYING PEND-SUB FROM 1 BY 1
               UNTIL PEND-SUB > NR-PENDING-CHARGES.

       0610-NOTE-PENDING-CHARGE.
           ADD 1 TO NR-PENDING-CHARGES.
           MOVE TRK-ORDER-NUMBER
               TO PDTB-ORDER-NUMBER (NR-PENDING-CHARGES).
           MOVE TRK-ACCOUNT-NR TO PDTB-ACCOUNT-NR (NR-PENDING-CHARGES).
           MOVE TRK-BILLED-AMOUNT TO PDTB-AMOUNT (NR-PENDING-CHARGES).
           MOVE TRK-INVOICE-DATE
               TO PDTB-INVOICE-DATE (NR-PENDING-CHARGES).
           MOVE ZERO TO PDTB-POSTED-DATE (NR-PENDING-CHARGES)
                        PDTB-POSTING-SEQ (NR-PENDING-CHARGES).
           MOVE 'N' TO PDTB-MATCHED-FLAG (NR-PENDING-CHARGES).
           IF TRK-INVOICE-DATE < EARLIEST-PENDING-DATE
               MOVE TRK-INVOICE-DATE TO EARLIEST-PENDING-DATE.

       0620-LOAD-CLAIMED-POSTINGS.
           MOVE ZERO TO TRK-ORDER-NUMBER.
           MOVE 'N' TO FILE-EOF-STATUS.
           START TRACKING-FILE KEY IS NOT LESS THAN TRK-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO FILE-EOF-STATUS
           END-START.
           PERFORM UNTIL FILE-END
               READ TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF TRK-POSTED
                         AND TRK-POSTED-DATE
                             NOT < EARLIEST-PENDING-DATE
                         AND NR-CLAIMED-POSTINGS < 3000
                           ADD 1 TO NR-CLAIMED-POSTINGS
                           MOVE TRK-ACCOUNT-NR TO CLTB-ACCOUNT-NR
                               (NR-CLAIMED-POSTINGS)
                           MOVE TRK-POSTED-DATE TO CLTB-POSTED-DATE
                               (NR-CLAIMED-POSTINGS)
                           MOVE TRK-POSTING-SEQ TO CLTB-POSTING-SEQ
                               (NR-CLAIMED-POSTINGS)
                       END-IF
               END-READ
           END-PERFORM.

       0650-MATCH-ONE-POSTING.
           MOVE 'N' TO POSTING-CLAIMED-SWITCH.
           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > NR-CLAIMED-POSTINGS
                  OR POSTING-CLAIMED
               IF CLTB-ACCOUNT-NR (CLAIM-SUB) = PHIST-ACCOUNT-NR
                 AND CLTB-POSTED-DATE (CLAIM-SUB) = PHIST-POSTED-DATE
                 AND CLTB-POSTING-SEQ (CLAIM-SUB) = PHIST-POSTING-SEQ
                   MOVE 'Y' TO POSTING-CLAIMED-SWITCH
               END-IF
           END-PERFORM.
           IF POSTING-CLAIMED
               EXIT PARAGRAPH.
           MOVE 'N' TO CHARGE-MATCHED-SWITCH.
           PERFORM VARYING PEND-SUB FROM 1 BY 1
               UNTIL PEND-SUB > NR-PENDING-CHARGES
                  OR CHARGE-MATCHED
               IF PDTB-MATCHED-FLAG (PEND-SUB) = 'N'
                 AND PDTB-ACCOUNT-NR (PEND-SUB) = PHIST-ACCOUNT-NR
                 AND PDTB-AMOUNT (PEND-SUB) = PHIST-AMOUNT
                 AND PDTB-INVOICE-DATE (PEND-SUB)
                     NOT > PHIST-POSTED-DATE
                   MOVE 'Y' TO PDTB-MATCHED-FLAG (PEND-SUB)
                   MOVE PHIST-POSTED-DATE
                       TO PDTB-POSTED-DATE (PEND-SUB)
                   MOVE PHIST-POSTING-SEQ
                       TO PDTB-POSTING-SEQ (PEND-SUB)
                   MOVE 'Y' TO CHARGE-MATCHED-SWITCH
               END-IF
           END-PERFORM.

       0680-POST-ONE-MATCH.
           IF PDTB-MATCHED-FLAG (PEND-SUB) NOT = 'Y'
               EXIT PARAGRAPH.
           MOVE PDTB-ORDER-NUMBER (PEND-SUB) TO TRK-ORDER-NUMBER.
           READ TRACKING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'P' TO TRK-STAGE.
           MOVE PDTB-POSTED-DATE (PEND-SUB) TO TRK-STAGE-DATE
                                                TRK-POSTED-DATE.
           MOVE PDTB-POSTING-SEQ (PEND-SUB) TO TRK-POSTING-SEQ.
           REWRITE TRACKING-RECORD.
           ADD 1 TO STG-OPEN-COUNT (4).
           ADD TRK-BILLED-AMOUNT TO STG-OPEN-AMOUNT (4).

      *  Every shipment not yet posted is counted at its stage;
      *  one there more than a business day is listed.
       0700-LIST-STUCK-SHIPMENTS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STUCK AT A STAGE MORE THAN ONE BUSINESS DAY'
               TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM ITEM-COLUMN-HEADING.
           MOVE ZERO TO TRK-ORDER-NUMBER.
           MOVE 'N' TO FILE-EOF-STATUS.
           START TRACKING-FILE KEY IS NOT LESS THAN TRK-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO FILE-EOF-STATUS
           END-START.
           PERFORM UNTIL FILE-END
               READ TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF NOT TRK-POSTED
                           PERFORM 0750-CHECK-ONE-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF STUCK-TOTAL-COUNT = ZERO
               MOVE '  NONE' TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE.

       0750-CHECK-ONE-SHIPMENT.
           ADD 1 TO TRACKED-OPEN-COUNT.
           EVALUATE TRUE
               WHEN TRK-SHIPPED
                   MOVE 1 TO STAGE-SUB
                   MOVE TRK-SHIPPED-AMOUNT TO STUCK-AMOUNT-WORK
               WHEN TRK-INVOICED
                   MOVE 2 TO STAGE-SUB
                   MOVE TRK-BILLED-AMOUNT TO STUCK-AMOUNT-WORK
               WHEN OTHER
                   MOVE 3 TO STAGE-SUB
                   MOVE TRK-BILLED-AMOUNT TO STUCK-AMOUNT-WORK
           END-EVALUATE.
           ADD 1 TO STG-OPEN-COUNT (STAGE-SUB).
           ADD STUCK-AMOUNT-WORK TO STG-OPEN-AMOUNT (STAGE-SUB).
           MOVE TRK-STAGE-DATE TO BUSD-BASE-DATE.
           MOVE BUSINESS-DATE TO BUSD-COMPARE-DATE.
           CALL 'BUSDAYS' USING BUSD-BASE-DATE BUSD-COMPARE-DATE
               BUSD-DAYS-BETWEEN BUSD-NEXT-BUSINESS-DAY BUSD-STATUS.
           IF NOT BUSD-DATES-VALID
             OR BUSD-DAYS-BETWEEN NOT > 1
               EXIT PARAGRAPH.
           ADD 1 TO STG-STUCK-COUNT (STAGE-SUB).
           ADD STUCK-AMOUNT-WORK TO STG-STUCK-AMOUNT (STAGE-SUB).
           ADD 1 TO STUCK-TOTAL-COUNT.
           MOVE SPACES TO ITEM-DETAIL-LINE.
           MOVE TRK-ORDER-NUMBER TO ITM-ORDER-NUMBER.
           MOVE STAGE-NAME (STAGE-SUB) (4:20) TO ITM-STAGE-WORD.
           MOVE TRK-STAGE-DATE TO ITM-SINCE-DATE.
           MOVE TRK-CUSTOMER-CODE TO ITM-CUSTOMER-CODE.
           MOVE TRK-ACCOUNT-NR TO ITM-ACCOUNT-NR.
           MOVE STUCK-AMOUNT-WORK TO ITM-AMOUNT.
           MOVE BUSD-DAYS-BETWEEN TO ITM-DAYS.
           WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE.

      *  The S-numbered total lines and the verdict are what MORNSUM
      *  echoes onto the morning summary.
       0800-PRINT-STAGE-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STAGE TOTALS' TO SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING.
           WRITE RECON-REPORT-LINE FROM TOTAL-COLUMN-HEADING.
           PERFORM VARYING STAGE-SUB FROM 1 BY 1
               UNTIL STAGE-SUB > 4
               MOVE STAGE-NAME (STAGE-SUB) TO STL-NAME
               MOVE STG-OPEN-COUNT (STAGE-SUB) TO STL-OPEN-COUNT
               MOVE STG-OPEN-AMOUNT (STAGE-SUB) TO STL-OPEN-AMOUNT
               MOVE STG-STUCK-COUNT (STAGE-SUB) TO STL-STUCK-COUNT
               MOVE STG-STUCK-AMOUNT (STAGE-SUB) TO STL-STUCK-AMOUNT
               WRITE RECON-REPORT-LINE FROM STAGE-TOTAL-LINE
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NEW SHIPMENTS TRACKED TONIGHT' TO NTE-CAPTION.
           MOVE NEW-TRACKED-COUNT TO NTE-COUNT.
           WRITE RECON-REPORT-LINE FROM NOTE-LINE.
           MOVE 'INVOICES FOR ORDERS SHIPPED BEFORE TRACKING'
               TO NTE-CAPTION.
           MOVE NOT-TRACKED-COUNT TO NTE-COUNT.
           WRITE RECON-REPORT-LINE FROM NOTE-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF STUCK-TOTAL-COUNT = ZERO
             AND REBILLED-COUNT = ZERO
               MOVE 'ORDER TO CASH COMPLETE' TO VRD-TEXT
           ELSE
               MOVE '*SHIPMENTS STUCK OR BILLED TWICE*' TO VRD-TEXT.
           WRITE RECON-REPORT-LINE FROM VERDICT-LINE.

       0900-WRITE-RECON-CONTROL.
           OPEN OUTPUT RECON-CONTROL-FILE.
           MOVE TRACKING-START-DATE TO OCTL-TRACKING-START.
           MOVE LAST-INVOICE-DATE TO OCTL-LAST-INVOICE-DATE.
           WRITE RECON-CONTROL-RECORD.
           CLOSE RECON-CONTROL-FILE.
