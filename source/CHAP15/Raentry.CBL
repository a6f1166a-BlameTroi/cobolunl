       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RAENTRY.

      *  Return authorization console, in the CUSTMNT style.  Goods
      *  a customer sends back used to come off the account by a
      *  hand-keyed adjustment; now every return starts here:
      *
      *      (I)SSUE     looks the original order up on ORDHIST and
      *                  issues the next RA number from the RACTL.DAT
      *                  next-number control (the ORDCTL.DAT
      *                  pattern).  A return is either of one
      *                  ORDHLINE line -- a quantity, credited at
      *                  the price it was sold at -- or of a dollar
      *                  amount against the order as a whole; it
      *                  carries a reason code from the list below;
      *      (R)ECEIVE   the warehouse confirms the goods came back,
      *                  and how many, which releases the RA to the
      *                  CRMEMO credit memo run;
      *      (C)ANCEL    withdraws an RA nothing has been received
      *                  against;
      *      (L)OOK UP   shows one RA and where it stands.
      *
      *  RAMAST keeps every RA by number: 'O' open, 'R' received,
      *  'C' credited (CRMEMO), 'X' cancelled.  Nothing can be
      *  authorized beyond what was sold -- the RAs already issued
      *  against an order (cancelled ones aside) come off what is
      *  left to return on it, by the dollar and, for a line, by
      *  the quantity.  The order's salesman ID and each line's
      *  taxable flag come across from history so CRMEMO knows who
      *  to claw the commission back from and how much tax to give
      *  back.  History posted before those fields existed has
      *  neither: the RA is taken with a blank salesman, and the tax
      *  is prorated over the invoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HISTORY        ASSIGN TO "ORDHIST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT ORDER-HISTORY-LINES  ASSIGN TO "ORDHLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHLN-KEY
                                       FILE STATUS HISTORY-LINE-STATUS.
           SELECT RETURN-AUTH-MASTER   ASSIGN TO "RAMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RA-NUMBER
                                       FILE STATUS RA-STATUS-CODE.
           SELECT RA-CONTROL-FILE      ASSIGN TO "RACTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *  RA-LINE-NUMBER zero is a dollar return against the whole
      *  order.  RA-RETURN-AMOUNT is the goods value credited,
      *  before tax; RA-TAXABLE-FLAG says whether it was taxed --
      *  'Y' or 'N' from the line, 'P' to prorate over the invoice.
      *  CRMEMO fills in the credit date, the tax it gave back, and
      *  the commission it clawed back.

       FD  RA-CONTROL-FILE.
       01  RA-CONTROL-RECORD.
           05  RCTL-NEXT-RA-NR         PIC 9(6).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS              PIC XX.
       01  HISTORY-LINE-STATUS         PIC XX.
       01  RA-STATUS-CODE              PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  LINE-FILE-AVAILABLE         PIC X VALUE 'N'.
           88  LINES-AVAILABLE         VALUE 'Y'.
       01  RA-SCAN-EOF-STATUS          PIC X.
           88  RA-SCAN-END             VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  CONFIRM-ANSWER              PIC X.
       01  INPUT-CUSTOMER-CODE         PIC X(6).
       01  INPUT-ORDER-DATE            PIC X(8).
       01  ORDER-NUMBER-WORK           PIC 9(6).
       01  LINE-NUMBER-WORK            PIC 9(3).
       01  INPUT-RA-NUMBER             PIC X(6).
       01  INPUT-REASON-CODE           PIC XX.
       01  FIELD-REPLY                 PIC X(15).
       01  NEXT-RA-NUMBER              PIC 9(6) VALUE 1.
       01  RAS-ISSUED-COUNT            PIC 9(5) VALUE ZERO.
       01  PRIOR-RETURN-AMOUNT         PIC 9(9)V99.
       01  PRIOR-LINE-QUANTITY         PIC 9(6).
       01  RETURNABLE-AMOUNT           PIC S9(9)V99.
       01  RETURNABLE-QUANTITY         PIC S9(6).
       01  QUANTITY-WORK               PIC 9(5).
       01  RETURN-AMOUNT-WORK          PIC 9(9)V99.
       01  AMOUNT-EDITED               PIC ZZ,ZZZ,ZZ9.99.
       01  PRICE-EDITED                PIC ZZZ,ZZ9.99.
       01  QUANTITY-EDITED             PIC ZZ,ZZ9.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.

      *  The return reasons.  CRMEMO and RETRPT print the same
      *  list.
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
       01  REASON-FOUND-SUB            PIC 9.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'RETURN AUTHORIZATION'.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT ORDER-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ORDER HISTORY, STATUS: '
                   HISTORY-STATUS
               STOP RUN.
           OPEN INPUT ORDER-HISTORY-LINES.
           IF HISTORY-LINE-STATUS = '00'
               MOVE 'Y' TO LINE-FILE-AVAILABLE.
           OPEN I-O RETURN-AUTH-MASTER.
           IF RA-STATUS-CODE NOT = '00'
               OPEN OUTPUT RETURN-AUTH-MASTER
               CLOSE RETURN-AUTH-MASTER
               OPEN I-O RETURN-AUTH-MASTER.
           IF RA-STATUS-CODE NOT = '00'
               DISPLAY 'UNABLE TO OPEN RAMAST, STATUS: '
                   RA-STATUS-CODE
               STOP RUN.
           PERFORM 0150-READ-RA-CONTROL.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           IF RAS-ISSUED-COUNT > ZERO
               PERFORM 0900-WRITE-RA-CONTROL.
           CLOSE ORDER-HISTORY
                 RETURN-AUTH-MASTER.
           IF LINES-AVAILABLE
               CLOSE ORDER-HISTORY-LINES.
           DISPLAY 'RAS ISSUED THIS SESSION: ' RAS-ISSUED-COUNT.
           STOP RUN.

       0150-READ-RA-CONTROL.
           OPEN INPUT RA-CONTROL-FILE.
           IF CONTROL-STATUS = '00'
               READ RA-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCTL-NEXT-RA-NR NUMERIC
                         AND RCTL-NEXT-RA-NR > ZERO
                           MOVE RCTL-NEXT-RA-NR TO NEXT-RA-NUMBER
                       END-IF
               END-READ
               CLOSE RA-CONTROL-FILE.

       0200-MAIN-LOOP.
           DISPLAY '(I)SSUE, (R)ECEIVE, (C)ANCEL, (L)OOK UP?'.
           ACCEPT MAINT-CHOICE.
           EVALUATE MAINT-CHOICE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0300-ISSUE-RA THRU 0300-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RECEIVE-RA THRU 0500-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0600-CANCEL-RA THRU 0600-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0700-LOOK-UP-RA THRU 0700-EXIT
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER I, R, C, OR L'
           END-EVALUATE.
           DISPLAY 'ANOTHER RETURN? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  The order has to be on history -- SORT1 posts it there once
      *  it has shipped and merged -- before anything can come back.
       0300-ISSUE-RA.
           DISPLAY 'CUSTOMER CODE?'.
           ACCEPT INPUT-CUSTOMER-CODE.
           DISPLAY 'ORDER DATE (CCYYMMDD)?'.
           ACCEPT INPUT-ORDER-DATE.
           DISPLAY 'ORDER NUMBER?'.
           ACCEPT FIELD-REPLY.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE FIELD-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF INPUT-ORDER-DATE NOT NUMERIC
             OR NOT NUMEDIT-VALID
             OR NUMEDIT-VALUE NOT > ZERO
             OR NUMEDIT-VALUE > 999999
               DISPLAY 'ORDER DATE AND NUMBER MUST BE NUMERIC'
               GO TO 0300-EXIT.
           MOVE NUMEDIT-VALUE TO ORDER-NUMBER-WORK.
           MOVE INPUT-CUSTOMER-CODE TO OHIST-CUSTOMER-CODE.
           MOVE INPUT-ORDER-DATE TO OHIST-ORDER-DATE.
           MOVE ORDER-NUMBER-WORK TO OHIST-ORDER-NUMBER.
           READ ORDER-HISTORY
               INVALID KEY
                   DISPLAY 'NO SUCH ORDER ON ORDER HISTORY'
                   GO TO 0300-EXIT
           END-READ.
           MOVE OHIST-ORDER-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'CUSTOMER: ' OHIST-CUSTOMER-NAME.
           DISPLAY 'ORDER:    ' OHIST-ORDER-NUMBER ' OF '
               OHIST-ORDER-DATE '  ' AMOUNT-EDITED.
           DISPLAY 'SALESMAN: ' OHIST-SALESMAN-NAME.
           MOVE ZERO TO LINE-NUMBER-WORK.
           IF LINES-AVAILABLE
               DISPLAY 'LINE NUMBER BEING RETURNED '
                   '(BLANK FOR A DOLLAR RETURN)?'
               ACCEPT FIELD-REPLY
               IF FIELD-REPLY NOT = SPACES
                   PERFORM 0320-READ-RETURN-LINE
                   IF LINE-NUMBER-WORK = ZERO
                       GO TO 0300-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 0350-TOTAL-PRIOR-RETURNS.
           COMPUTE RETURNABLE-AMOUNT =
               OHIST-ORDER-AMOUNT - PRIOR-RETURN-AMOUNT.
           IF RETURNABLE-AMOUNT NOT > ZERO
               DISPLAY 'THIS ORDER HAS ALREADY BEEN RETURNED IN FULL'
               GO TO 0300-EXIT.
           IF PRIOR-RETURN-AMOUNT > ZERO
               MOVE RETURNABLE-AMOUNT TO AMOUNT-EDITED
               DISPLAY 'LEFT TO RETURN AFTER EARLIER RAS: '
                   AMOUNT-EDITED.
           MOVE SPACES TO RETURN-AUTH-RECORD.
           MOVE OHIST-CUSTOMER-CODE TO RA-CUSTOMER-CODE.
           MOVE OHIST-CUSTOMER-NAME TO RA-CUSTOMER-NAME.
           MOVE OHIST-ORDER-DATE TO RA-ORDER-DATE.
           MOVE OHIST-ORDER-NUMBER TO RA-ORDER-NUMBER.
           MOVE OHIST-SALESMAN-ID TO RA-SALESMAN-ID.
           MOVE OHIST-SALESMAN-NAME TO RA-SALESMAN-NAME.
           MOVE ZERO TO RA-LINE-NUMBER
                        RA-RETURN-QUANTITY
                        RA-UNIT-PRICE
                        RA-RETURN-AMOUNT
                        RA-RECEIVED-DATE
                        RA-CREDIT-DATE
                        RA-CREDIT-TAX
                        RA-CLAWBACK-AMOUNT.
           IF LINE-NUMBER-WORK = ZERO
               PERFORM 0400-ENTER-DOLLAR-RETURN
           ELSE
               PERFORM 0420-ENTER-LINE-RETURN.
           IF RA-RETURN-AMOUNT = ZERO
               GO TO 0300-EXIT.
           PERFORM 0450-ENTER-REASON.
           IF RA-REASON-CODE = SPACES
               GO TO 0300-EXIT.
           MOVE RA-RETURN-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'AUTHORIZE A RETURN OF ' AMOUNT-EDITED
               ' BEFORE TAX? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NO RA ISSUED'
               GO TO 0300-EXIT.
           MOVE NEXT-RA-NUMBER TO RA-NUMBER.
           MOVE 'O' TO RA-STATUS.
           MOVE CURRENT-DATE-INTEGER TO RA-ISSUE-DATE.
           WRITE RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY 'RA ' RA-NUMBER ' IS ALREADY ON FILE -- '
                       'CHECK RACTL.DAT'
                   GO TO 0300-EXIT
           END-WRITE.
           ADD 1 TO NEXT-RA-NUMBER.
           ADD 1 TO RAS-ISSUED-COUNT.
           DISPLAY 'RA NUMBER ' RA-NUMBER ' ISSUED'.
       0300-EXIT.
           EXIT.

      *  LINE-NUMBER-WORK is left zero when the line will not do.
       0320-READ-RETURN-LINE.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE FIELD-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE NOT > ZERO
             OR NUMEDIT-VALUE > 999
               DISPLAY 'NOT A LINE NUMBER -- NO RA ISSUED'
               EXIT PARAGRAPH.
           MOVE OHIST-CUSTOMER-CODE TO OHLN-CUSTOMER-CODE.
           MOVE OHIST-ORDER-DATE TO OHLN-ORDER-DATE.
           MOVE OHIST-ORDER-NUMBER TO OHLN-ORDER-NUMBER.
           MOVE NUMEDIT-VALUE TO OHLN-LINE-NUMBER.
           READ ORDER-HISTORY-LINES
               INVALID KEY
                   DISPLAY 'NO SUCH LINE ON THE ORDER -- NO RA ISSUED'
               NOT INVALID KEY
                   MOVE OHLN-LINE-NUMBER TO LINE-NUMBER-WORK
           END-READ.

      *  What has already been authorized against this order, and
      *  against the line being returned when there is one.
       0350-TOTAL-PRIOR-RETURNS.
           MOVE ZERO TO PRIOR-RETURN-AMOUNT
                        PRIOR-LINE-QUANTITY.
           MOVE 'N' TO RA-SCAN-EOF-STATUS.
           MOVE ZERO TO RA-NUMBER.
           START RETURN-AUTH-MASTER KEY IS NOT LESS THAN RA-NUMBER
               INVALID KEY
                   MOVE 'Y' TO RA-SCAN-EOF-STATUS
           END-START.
           PERFORM 0360-READ-ONE-PRIOR-RA
               UNTIL RA-SCAN-END.

       0360-READ-ONE-PRIOR-RA.
           READ RETURN-AUTH-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO RA-SCAN-EOF-STATUS.
           IF NOT RA-SCAN-END
             AND RA-CUSTOMER-CODE = OHIST-CUSTOMER-CODE
             AND RA-ORDER-DATE = OHIST-ORDER-DATE
             AND RA-ORDER-NUMBER = OHIST-ORDER-NUMBER
             AND NOT RA-IS-CANCELLED
               ADD RA-RETURN-AMOUNT TO PRIOR-RETURN-AMOUNT
               IF LINE-NUMBER-WORK NOT = ZERO
                 AND RA-LINE-NUMBER = LINE-NUMBER-WORK
                   ADD RA-RETURN-QUANTITY TO PRIOR-LINE-QUANTITY
               END-IF
           END-IF.

       0400-ENTER-DOLLAR-RETURN.
           MOVE 'P' TO RA-TAXABLE-FLAG.
           DISPLAY 'AMOUNT BEING CREDITED, BEFORE TAX?'.
           ACCEPT FIELD-REPLY.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE FIELD-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE NOT > ZERO
               DISPLAY 'NOT A VALID AMOUNT -- NO RA ISSUED'
               EXIT PARAGRAPH.
           IF NUMEDIT-VALUE > RETURNABLE-AMOUNT
               DISPLAY 'MORE THAN IS LEFT TO RETURN ON THE ORDER -- '
                   'NO RA ISSUED'
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO RA-RETURN-AMOUNT.

      *  A line return is priced at the line's own unit price, so
      *  the credit matches what the customer was billed.
       0420-ENTER-LINE-RETURN.
           IF OHLN-SHIPPED-QUANTITY > ZERO
               COMPUTE RETURNABLE-QUANTITY =
                   OHLN-SHIPPED-QUANTITY - PRIOR-LINE-QUANTITY
           ELSE
               COMPUTE RETURNABLE-QUANTITY =
                   OHLN-QUANTITY - PRIOR-LINE-QUANTITY.
           MOVE OHLN-UNIT-PRICE TO PRICE-EDITED.
           DISPLAY 'ITEM:     ' OHLN-ITEM-NUMBER ' '
               OHLN-DESCRIPTION.
           DISPLAY 'PRICE:    ' PRICE-EDITED ' PER '
               OHLN-UNIT-OF-MEASURE.
           IF RETURNABLE-QUANTITY NOT > ZERO
               DISPLAY 'THIS LINE HAS ALREADY BEEN RETURNED IN FULL'
               EXIT PARAGRAPH.
           MOVE RETURNABLE-QUANTITY TO QUANTITY-EDITED.
           DISPLAY 'LEFT TO RETURN: ' QUANTITY-EDITED.
           DISPLAY 'QUANTITY BEING RETURNED?'.
           ACCEPT FIELD-REPLY.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE FIELD-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE NOT > ZERO
             OR NUMEDIT-VALUE > RETURNABLE-QUANTITY
               DISPLAY 'NOT A VALID QUANTITY -- NO RA ISSUED'
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO QUANTITY-WORK.
           IF QUANTITY-WORK NOT = NUMEDIT-VALUE
               DISPLAY 'QUANTITY MUST BE A WHOLE NUMBER -- NO RA '
                   'ISSUED'
               EXIT PARAGRAPH.
           COMPUTE RETURN-AMOUNT-WORK =
               QUANTITY-WORK * OHLN-UNIT-PRICE.
           IF RETURN-AMOUNT-WORK > RETURNABLE-AMOUNT
               MOVE RETURNABLE-AMOUNT TO RETURN-AMOUNT-WORK.
           MOVE OHLN-LINE-NUMBER TO RA-LINE-NUMBER.
           MOVE OHLN-ITEM-NUMBER TO RA-ITEM-NUMBER.
           MOVE QUANTITY-WORK TO RA-RETURN-QUANTITY.
           MOVE OHLN-UNIT-PRICE TO RA-UNIT-PRICE.
           MOVE RETURN-AMOUNT-WORK TO RA-RETURN-AMOUNT.
           IF OHLN-TAXABLE-FLAG = 'Y' OR 'N'
               MOVE OHLN-TAXABLE-FLAG TO RA-TAXABLE-FLAG
           ELSE
               MOVE 'P' TO RA-TAXABLE-FLAG.

       0450-ENTER-REASON.
           MOVE SPACES TO RA-REASON-CODE.
           DISPLAY 'REASON FOR THE RETURN:'.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               DISPLAY '  ' RSN-CODE (REASON-SUB) '  '
                   RSN-DESCRIPTION (REASON-SUB)
           END-PERFORM.
           ACCEPT INPUT-REASON-CODE.
           INSPECT INPUT-REASON-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO REASON-FOUND-SUB.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               IF RSN-CODE (REASON-SUB) = INPUT-REASON-CODE
                   MOVE REASON-SUB TO REASON-FOUND-SUB
               END-IF
           END-PERFORM.
           IF REASON-FOUND-SUB = ZERO
               DISPLAY 'NOT A RETURN REASON -- NO RA ISSUED'
           ELSE
               MOVE INPUT-REASON-CODE TO RA-REASON-CODE.

      *  Fewer pieces back than were authorized means credit for
      *  fewer: the quantity and amount come down to what arrived.
      *  A dollar return is received as authorized.
       0500-RECEIVE-RA.
           PERFORM 0800-READ-RA THRU 0800-EXIT.
           IF RA-STATUS-CODE NOT = '00'
               GO TO 0500-EXIT.
           IF NOT RA-IS-OPEN
               PERFORM 0860-SHOW-RA-STANDING
               DISPLAY 'ONLY AN OPEN RA CAN BE RECEIVED'
               GO TO 0500-EXIT.
           PERFORM 0850-DISPLAY-RA.
           IF RA-LINE-NUMBER NOT = ZERO
               MOVE RA-RETURN-QUANTITY TO QUANTITY-EDITED
               DISPLAY 'QUANTITY RECEIVED [' QUANTITY-EDITED ']'
               ACCEPT FIELD-REPLY
               IF FIELD-REPLY NOT = SPACES
                   PERFORM 0550-TAKE-RECEIVED-QUANTITY
                   IF RA-RETURN-AMOUNT = ZERO
                       GO TO 0500-EXIT
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'CONFIRM THE GOODS ARE BACK IN THE WAREHOUSE? '
               '(Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               DISPLAY 'RA LEFT OPEN'
               GO TO 0500-EXIT.
           MOVE 'R' TO RA-STATUS.
           MOVE CURRENT-DATE-INTEGER TO RA-RECEIVED-DATE.
           REWRITE RETURN-AUTH-RECORD.
           DISPLAY 'RA ' RA-NUMBER ' RECEIVED -- READY FOR CREDIT'.
       0500-EXIT.
           EXIT.

       0550-TAKE-RECEIVED-QUANTITY.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE FIELD-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE NOT > ZERO
             OR NUMEDIT-VALUE > RA-RETURN-QUANTITY
               DISPLAY 'NOT A VALID QUANTITY -- NOTHING RECEIVED'
               MOVE ZERO TO RA-RETURN-AMOUNT
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO QUANTITY-WORK.
           IF QUANTITY-WORK NOT = NUMEDIT-VALUE
               DISPLAY 'QUANTITY MUST BE A WHOLE NUMBER -- NOTHING '
                   'RECEIVED'
               MOVE ZERO TO RA-RETURN-AMOUNT
               EXIT PARAGRAPH.
           IF QUANTITY-WORK < RA-RETURN-QUANTITY
               COMPUTE RA-RETURN-AMOUNT ROUNDED =
                   RA-RETURN-AMOUNT * QUANTITY-WORK
                   / RA-RETURN-QUANTITY
               MOVE QUANTITY-WORK TO RA-RETURN-QUANTITY
               MOVE RA-RETURN-AMOUNT TO AMOUNT-EDITED
               DISPLAY 'CREDIT REDUCED TO ' AMOUNT-EDITED.

       0600-CANCEL-RA.
           PERFORM 0800-READ-RA THRU 0800-EXIT.
           IF RA-STATUS-CODE NOT = '00'
               GO TO 0600-EXIT.
           IF NOT RA-IS-OPEN
               PERFORM 0860-SHOW-RA-STANDING
               DISPLAY 'ONLY AN OPEN RA CAN BE CANCELLED'
               GO TO 0600-EXIT.
           PERFORM 0850-DISPLAY-RA.
           DISPLAY 'CANCEL THIS RA? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               GO TO 0600-EXIT.
           MOVE 'X' TO RA-STATUS.
           REWRITE RETURN-AUTH-RECORD.
           DISPLAY 'RA ' RA-NUMBER ' CANCELLED'.
       0600-EXIT.
           EXIT.

       0700-LOOK-UP-RA.
           PERFORM 0800-READ-RA THRU 0800-EXIT.
           IF RA-STATUS-CODE NOT = '00'
               GO TO 0700-EXIT.
           PERFORM 0850-DISPLAY-RA.
           PERFORM 0860-SHOW-RA-STANDING.
       0700-EXIT.
           EXIT.

       0800-READ-RA.
           DISPLAY 'RA NUMBER?'.
           ACCEPT INPUT-RA-NUMBER.
           IF INPUT-RA-NUMBER NOT NUMERIC
               DISPLAY 'RA NUMBER MUST BE NUMERIC'
               MOVE '23' TO RA-STATUS-CODE
               GO TO 0800-EXIT.
           MOVE INPUT-RA-NUMBER TO RA-NUMBER.
           READ RETURN-AUTH-MASTER
               INVALID KEY
                   DISPLAY 'NO RA UNDER THAT NUMBER'
           END-READ.
       0800-EXIT.
           EXIT.

       0850-DISPLAY-RA.
           DISPLAY 'RA:       ' RA-NUMBER '  ISSUED ' RA-ISSUE-DATE
               '  REASON ' RA-REASON-CODE.
           DISPLAY 'CUSTOMER: ' RA-CUSTOMER-CODE ' '
               RA-CUSTOMER-NAME.
           DISPLAY 'ORDER:    ' RA-ORDER-NUMBER ' OF '
               RA-ORDER-DATE.
           IF RA-LINE-NUMBER NOT = ZERO
               MOVE RA-RETURN-QUANTITY TO QUANTITY-EDITED
               DISPLAY 'LINE:     ' RA-LINE-NUMBER '  '
                   RA-ITEM-NUMBER '  QUANTITY ' QUANTITY-EDITED.
           MOVE RA-RETURN-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'CREDIT:   ' AMOUNT-EDITED ' BEFORE TAX'.

       0860-SHOW-RA-STANDING.
           EVALUATE TRUE
               WHEN RA-IS-OPEN
                   DISPLAY 'STATUS:   OPEN, AWAITING THE GOODS'
               WHEN RA-IS-RECEIVED
                   DISPLAY 'STATUS:   RECEIVED ' RA-RECEIVED-DATE
                       ', AWAITING CREDIT'
               WHEN RA-IS-CREDITED
                   MOVE RA-CREDIT-TAX TO PRICE-EDITED
                   DISPLAY 'STATUS:   CREDITED ' RA-CREDIT-DATE
                       ', TAX ' PRICE-EDITED
               WHEN RA-IS-CANCELLED
                   DISPLAY 'STATUS:   CANCELLED'
           END-EVALUATE.

       0900-WRITE-RA-CONTROL.
           OPEN OUTPUT RA-CONTROL-FILE.
           MOVE NEXT-RA-NUMBER TO RCTL-NEXT-RA-NR.
           WRITE RA-CONTROL-RECORD.
           CLOSE RA-CONTROL-FILE.
