       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VINVMTCH.

      *****************************************************************
      *   VINVMTCH - BATCH VENDOR INVOICE MATCH.  EVERY INVOICE       *
      *             VENDINV PUT ON VINVOICE.DAT THAT IS NOT YET       *
      *             RELEASED IS MATCHED THREE WAYS, LINE BY LINE:     *
      *                                                               *
      *               POLINES.DAT   THE PO LINE DB2PORD WROTE --      *
      *                             VENDOR, QUANTITY ORDERED, AND     *
      *                             UNIT COST                         *
      *               RECEIPTS.DAT  WHAT ACTUALLY ARRIVED AGAINST     *
      *                             THE PO LINE, SUMMED               *
      *               MTCHPARM.DAT  THE TOLERANCES -- UNIT COST MAY   *
      *                             RUN OVER THE PO COST BY A         *
      *                             PERCENT (TIMES TEN, DEFAULT 2.0)  *
      *                             AND QUANTITY BY A NUMBER OF       *
      *                             COPIES (DEFAULT NONE)             *
      *                                                               *
      *             A LINE MATCHES WHEN ITS PO LINE IS ON FILE FOR    *
      *             THE SAME VENDOR, ITS UNIT COST IS WITHIN THE      *
      *             PRICE TOLERANCE OF THE PO COST, AND THE COPIES    *
      *             BILLED SO FAR -- EARLIER RELEASED INVOICES PLUS   *
      *             THIS ONE -- ARE WITHIN THE QUANTITY TOLERANCE OF  *
      *             BOTH WHAT WAS ORDERED AND WHAT WAS RECEIVED.      *
      *                                                               *
      *             AN INVOICE WHOSE LINES ALL MATCH IS RELEASED:     *
      *             MARKED 'R' AND ADDED TO APEXTRCT.DAT FOR ACCOUNTS *
      *             PAYABLE, DUE THE NUMBER OF DAYS AFTER THE INVOICE *
      *             DATE THAT THE VENDOR'S PAYMENT TERMS ON           *
      *             VENDMAST.DAT ALLOW ("NET 30", "2/10 NET 45";      *
      *             COD OR ON RECEIPT IS DUE AT ONCE; ANYTHING ELSE   *
      *             IS TAKEN AS NET 30).  ANY OTHER INVOICE IS HELD   *
      *             AS AN EXCEPTION ('X'), ITS FAILING LINES PRINTED  *
      *             ON SYSPRINT BY VENDOR WITH THE REASON, AND IT IS  *
      *             MATCHED AGAIN NEXT RUN -- ONCE THE MISSING        *
      *             RECEIPT ARRIVES, SAY.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      C01 IS TO-TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAOUT
                  ASSIGN TO UT-S-SYSPRINT.
           SELECT MATCH-PARM-FILE
                  ASSIGN TO "MTCHPARM.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS PARM-STATUS.
           SELECT PO-LINE-FILE
                  ASSIGN TO "POLINES.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS POLINE-STATUS.
           SELECT RECEIPTS-FILE
                  ASSIGN TO "RECEIPTS.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS RECEIPTS-STATUS.
           SELECT VENDOR-MASTER
                  ASSIGN TO "VENDMAST.DAT"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY VEN-VENDOR-NAME
                  FILE STATUS IS VENDOR-STATUS.
           SELECT VENDOR-INVOICE-FILE
                  ASSIGN TO "VINVOICE.DAT"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY VIN-KEY
                  FILE STATUS IS INVOICE-STATUS.
           SELECT AP-EXTRACT-FILE
                  ASSIGN TO "APEXTRCT.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS EXTRACT-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DATAOUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTREC.
       01  OUTREC                     PIC X(80).

       FD  MATCH-PARM-FILE.
       01  MATCH-PARM-RECORD.
           02  PARM-PRICE-TOL-PCT     PIC 99V9.
           02  PARM-QTY-TOLERANCE     PIC 9(4).

       FD  PO-LINE-FILE.
       01  PO-LINE-RECORD.
           02  POL-PO-NUMBER          PIC 9(6).
           02  POL-ISBN               PIC X(13).
           02  POL-TITLE              PIC X(30).
           02  POL-QTY-ORDERED        PIC 9(4).
           02  POL-LINE-STATUS        PIC X.
           02  POL-EXPECTED-DATE      PIC 9(8).
           02  POL-VENDOR             PIC X(20).
           02  POL-UNIT-COST          PIC 9(3)V99.

       FD  RECEIPTS-FILE.
       01  RECEIPT-RECORD.
           02  RCV-PO-NUMBER          PIC 9(6).
           02  RCV-ISBN               PIC X(13).
           02  RCV-QTY-RECEIVED       PIC 9(4).

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-RECORD.
           02  VEN-VENDOR-NAME        PIC X(20).
           02  VEN-ADDRESS            PIC X(25).
           02  VEN-CITY               PIC X(15).
           02  VEN-STATE              PIC XX.
           02  VEN-ZIP                PIC X(10).
           02  VEN-PAYMENT-TERMS      PIC X(10).
           02  VEN-LEAD-DAYS          PIC 9(3).
           02  VEN-DISCOUNT-PCT       PIC 99V9.

       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-RECORD.
           02  VIN-KEY.
               03  VIN-VENDOR-NAME    PIC X(20).
               03  VIN-INVOICE-NUMBER PIC X(15).
           02  VIN-PO-NUMBER          PIC 9(6).
           02  VIN-INVOICE-DATE       PIC 9(8).
           02  VIN-ENTERED-DATE       PIC 9(8).
           02  VIN-MATCH-STATUS       PIC X.
           02  VIN-MATCH-DATE         PIC 9(8).
           02  VIN-INVOICE-TOTAL      PIC 9(7)V99.
           02  VIN-NR-LINES           PIC 99.
           02  VIN-LINE OCCURS 20 TIMES.
               03  VIL-ISBN           PIC X(13).
               03  VIL-QUANTITY       PIC 9(4).
               03  VIL-UNIT-COST      PIC 9(3)V99.

       FD  AP-EXTRACT-FILE.
       01  AP-EXTRACT-RECORD.
           02  APX-VENDOR-NAME        PIC X(20).
           02  APX-INVOICE-NUMBER     PIC X(15).
           02  APX-PO-NUMBER          PIC 9(6).
           02  APX-INVOICE-DATE       PIC 9(8).
           02  APX-DUE-DATE           PIC 9(8).
           02  APX-INVOICE-AMOUNT     PIC 9(7)V99.
           02  APX-PAYMENT-TERMS      PIC X(10).
           02  APX-RELEASE-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.

       01  PARM-STATUS                PIC XX.
       01  POLINE-STATUS              PIC XX.
       01  RECEIPTS-STATUS            PIC XX.
       01  VENDOR-STATUS              PIC XX.
       01  INVOICE-STATUS             PIC XX.
       01  EXTRACT-STATUS             PIC XX.
       01  POLINE-EOF-SW              PIC X VALUE 'N'.
       01  RECEIPTS-EOF-SW            PIC X VALUE 'N'.
       01  INVOICE-EOF-SW             PIC X VALUE 'N'.
       01  VENDOR-OPEN-SW             PIC X VALUE 'N'.
       01  PRICE-TOL-PCT              PIC 99V9 VALUE 2.0.
       01  QTY-TOLERANCE              PIC 9(4) VALUE ZERO.
       01  NR-PO-LINES                PIC S9(4) USAGE COMP VALUE ZERO.
       01  POLINE-SUB                 PIC S9(4) USAGE COMP.
       01  MATCH-SUB                  PIC S9(4) USAGE COMP.
       01  PO-FOUND-SUB               PIC S9(4) USAGE COMP.
       01  LINE-SUB                   PIC S9(4) USAGE COMP.
       01  PO-LINE-TABLE.
           02  PO-LINE-ENTRY OCCURS 500 TIMES.
               03  PLT-PO-NUMBER      PIC 9(6).
               03  PLT-ISBN           PIC X(13).
               03  PLT-QTY-ORDERED    PIC 9(4).
               03  PLT-VENDOR         PIC X(20).
               03  PLT-UNIT-COST      PIC 9(3)V99.
               03  PLT-QTY-RECEIVED   PIC 9(5).
               03  PLT-QTY-BILLED     PIC 9(5).
       01  BILLED-TO-DATE             PIC 9(5).
       01  PRICE-CEILING              PIC 9(5)V9(4).
       01  EXCEPTION-REASON           PIC X(18).
       01  INVOICE-FAILED-SW          PIC X.
       01  LAST-EXCEPTION-VENDOR      PIC X(20) VALUE SPACES.
       01  DUE-DAYS                   PIC 9(3).
       01  TERMS-SUB                  PIC S9(4) USAGE COMP.
       01  NET-SUB                    PIC S9(4) USAGE COMP.
       01  TERMS-DIGIT-SW             PIC X.
       01  TERMS-DIGIT                PIC 9.
       01  TERMS-TALLY                PIC S9(4) USAGE COMP.
       01  INVOICES-RELEASED-COUNT    PIC S9(5) USAGE COMP VALUE ZERO.
       01  INVOICES-HELD-COUNT        PIC S9(5) USAGE COMP VALUE ZERO.
       01  RELEASED-AMOUNT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  HELD-AMOUNT-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  CURRENT-DATE-INFO          PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           02  CURRENT-DATE-INTEGER   PIC 9(8).
           02  FILLER                 PIC X(13).

      *****************************************************
      * RECORDS FOR REPORTING RESULTS                     *
      *****************************************************
       01  REPHDG.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(32)
                   VALUE ' VENDOR INVOICE MATCH EXCEPTIONS'.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(28)
                   VALUE SPACES.
       01  REPCOL.
               02  FILLER PIC X(40)
                   VALUE ' INVOICE         PO     ISBN           Q'.
               02  FILLER PIC X(40)
                   VALUE 'TY   COST PO CST RCVD REASON            '.
       01  REPVEN.
               02  FILLER PIC X(9)
                   VALUE ' VENDOR: '.
               02  VEN-OUT-NAME PIC X(20)
                   VALUE SPACES.
               02  FILLER PIC X(51)
                   VALUE SPACES.
       01  REPROW.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-INVOICE-NUMBER PIC X(15)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-PO-NUMBER PIC 9(6)
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-ISBN PIC X(13)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-QUANTITY PIC ZZZ9
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-UNIT-COST PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-PO-COST PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-RECEIVED PIC ZZZ9
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-REASON PIC X(18)
                   VALUE SPACES.
       01  REPSUM.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  SUM-LABEL PIC X(30)
                   VALUE SPACES.
               02  SUM-COUNT PIC ZZZZ9
                   USAGE DISPLAY.
               02  FILLER PIC X(10)
                   VALUE ' INVOICES '.
               02  SUM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(20)
                   VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------

       PGM-START.
                OPEN OUTPUT DATAOUT.
                MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
                WRITE OUTREC FROM REPHDG
                  AFTER ADVANCING TO-TOP-OF-PAGE.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 2 LINES.
                PERFORM READ-TOLERANCES.
                PERFORM LOAD-PO-LINES.
                PERFORM LOAD-RECEIPTS.
                PERFORM NOTE-BILLED-TO-DATE THRU NOTE-BILLED-EXIT.
                OPEN INPUT VENDOR-MASTER.
                IF VENDOR-STATUS IS EQUAL TO '00' THEN
                  MOVE 'Y' TO VENDOR-OPEN-SW
                END-IF.
                OPEN I-O VENDOR-INVOICE-FILE.
                IF INVOICE-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO INVOICE-EOF-SW
                END-IF.
                OPEN EXTEND AP-EXTRACT-FILE.
                IF EXTRACT-STATUS IS NOT EQUAL TO '00' THEN
                  OPEN OUTPUT AP-EXTRACT-FILE
                END-IF.
                PERFORM MATCH-ONE-INVOICE
                  UNTIL INVOICE-EOF-SW IS EQUAL TO 'Y'.
                CLOSE AP-EXTRACT-FILE.
                IF INVOICE-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE VENDOR-INVOICE-FILE
                END-IF.
                IF VENDOR-OPEN-SW IS EQUAL TO 'Y' THEN
                  CLOSE VENDOR-MASTER
                END-IF.
                PERFORM PRINT-MATCH-SUMMARY.
       PGM-END.
                CLOSE DATAOUT.
                GOBACK.

      *****************************************************
      * THE TOLERANCES COME OFF MTCHPARM.DAT; WITHOUT     *
      * ONE, COST MAY RUN 2.0 PERCENT OVER THE PO AND     *
      * QUANTITY MUST MATCH EXACTLY.                      *
      *****************************************************
       READ-TOLERANCES.
                OPEN INPUT MATCH-PARM-FILE.
                IF PARM-STATUS IS EQUAL TO '00' THEN
                  READ MATCH-PARM-FILE
                    AT END
                      CONTINUE
                    NOT AT END
                      IF PARM-PRICE-TOL-PCT IS NUMERIC
                        MOVE PARM-PRICE-TOL-PCT TO PRICE-TOL-PCT
                      END-IF
                      IF PARM-QTY-TOLERANCE IS NUMERIC
                        MOVE PARM-QTY-TOLERANCE TO QTY-TOLERANCE
                      END-IF
                  END-READ
                  CLOSE MATCH-PARM-FILE
                END-IF.

       LOAD-PO-LINES.
                OPEN INPUT PO-LINE-FILE.
                IF POLINE-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO POLINE-EOF-SW
                END-IF.
                PERFORM UNTIL POLINE-EOF-SW IS EQUAL TO 'Y'
                  READ PO-LINE-FILE
                    AT END
                      MOVE 'Y' TO POLINE-EOF-SW
                    NOT AT END
                      IF NR-PO-LINES IS LESS THAN 500 THEN
                        ADD 1 TO NR-PO-LINES
                        MOVE POL-PO-NUMBER
                          TO PLT-PO-NUMBER (NR-PO-LINES)
                        MOVE POL-ISBN TO PLT-ISBN (NR-PO-LINES)
                        MOVE POL-QTY-ORDERED
                          TO PLT-QTY-ORDERED (NR-PO-LINES)
                        MOVE POL-VENDOR
                          TO PLT-VENDOR (NR-PO-LINES)
                        IF POL-UNIT-COST IS NUMERIC THEN
                          MOVE POL-UNIT-COST
                            TO PLT-UNIT-COST (NR-PO-LINES)
                        ELSE
                          MOVE ZERO TO PLT-UNIT-COST (NR-PO-LINES)
                        END-IF
                        MOVE ZERO TO PLT-QTY-RECEIVED (NR-PO-LINES)
                        MOVE ZERO TO PLT-QTY-BILLED (NR-PO-LINES)
                      END-IF
                  END-READ
                END-PERFORM.
                IF POLINE-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE PO-LINE-FILE
                END-IF.

      *****************************************************
      * EVERY RECEIPT AGAINST A PO LINE ADDS TO WHAT THE  *
      * LINE HAS HAD DELIVERED.                           *
      *****************************************************
       LOAD-RECEIPTS.
                OPEN INPUT RECEIPTS-FILE.
                IF RECEIPTS-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO RECEIPTS-EOF-SW
                END-IF.
                PERFORM UNTIL RECEIPTS-EOF-SW IS EQUAL TO 'Y'
                  READ RECEIPTS-FILE
                    AT END
                      MOVE 'Y' TO RECEIPTS-EOF-SW
                    NOT AT END
                      PERFORM VARYING POLINE-SUB FROM 1 BY 1
                        UNTIL POLINE-SUB IS GREATER THAN NR-PO-LINES
                        IF PLT-PO-NUMBER (POLINE-SUB) IS EQUAL TO
                             RCV-PO-NUMBER
                          AND PLT-ISBN (POLINE-SUB) IS EQUAL TO
                             RCV-ISBN
                          ADD RCV-QTY-RECEIVED
                            TO PLT-QTY-RECEIVED (POLINE-SUB)
                          MOVE NR-PO-LINES TO POLINE-SUB
                        END-IF
                      END-PERFORM
                  END-READ
                END-PERFORM.
                IF RECEIPTS-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE RECEIPTS-FILE
                END-IF.

      *****************************************************
      * COPIES ALREADY BILLED ON RELEASED INVOICES COUNT  *
      * AGAINST EACH PO LINE, SO A SECOND BILL FOR THE    *
      * SAME SHIPMENT DOES NOT MATCH.                     *
      *****************************************************
       NOTE-BILLED-TO-DATE.
                OPEN INPUT VENDOR-INVOICE-FILE.
                IF INVOICE-STATUS IS NOT EQUAL TO '00' THEN
                  GO TO NOTE-BILLED-EXIT
                END-IF.
                PERFORM UNTIL INVOICE-EOF-SW IS EQUAL TO 'Y'
                  READ VENDOR-INVOICE-FILE NEXT RECORD
                    AT END
                      MOVE 'Y' TO INVOICE-EOF-SW
                    NOT AT END
                      IF VIN-MATCH-STATUS IS EQUAL TO 'R' THEN
                        PERFORM ADD-INVOICE-TO-BILLED
                      END-IF
                  END-READ
                END-PERFORM.
                CLOSE VENDOR-INVOICE-FILE.
                MOVE 'N' TO INVOICE-EOF-SW.
       NOTE-BILLED-EXIT.
                EXIT.

       ADD-INVOICE-TO-BILLED.
                PERFORM VARYING LINE-SUB FROM 1 BY 1
                  UNTIL LINE-SUB IS GREATER THAN VIN-NR-LINES
                  PERFORM FIND-PO-LINE
                  IF MATCH-SUB IS GREATER THAN ZERO THEN
                    ADD VIL-QUANTITY (LINE-SUB)
                      TO PLT-QTY-BILLED (MATCH-SUB)
                  END-IF
                END-PERFORM.

      *****************************************************
      * EACH INVOICE NOT YET RELEASED IS MATCHED AGAIN    *
      *****************************************************
       MATCH-ONE-INVOICE.
                READ VENDOR-INVOICE-FILE NEXT RECORD
                  AT END
                    MOVE 'Y' TO INVOICE-EOF-SW
                  NOT AT END
                    IF VIN-MATCH-STATUS IS NOT EQUAL TO 'R' THEN
                      PERFORM MATCH-INVOICE-LINES
                    END-IF
                END-READ.

       MATCH-INVOICE-LINES.
                MOVE 'N' TO INVOICE-FAILED-SW.
                PERFORM VARYING LINE-SUB FROM 1 BY 1
                  UNTIL LINE-SUB IS GREATER THAN VIN-NR-LINES
                  PERFORM MATCH-ONE-LINE THRU MATCH-LINE-EXIT
                END-PERFORM.
                MOVE CURRENT-DATE-INTEGER TO VIN-MATCH-DATE.
                IF INVOICE-FAILED-SW IS EQUAL TO 'Y' THEN
                  MOVE 'X' TO VIN-MATCH-STATUS
                  ADD 1 TO INVOICES-HELD-COUNT
                  ADD VIN-INVOICE-TOTAL TO HELD-AMOUNT-TOTAL
                ELSE
                  MOVE 'R' TO VIN-MATCH-STATUS
                  PERFORM RELEASE-TO-PAYABLES
                  PERFORM ADD-INVOICE-TO-BILLED
                END-IF.
                REWRITE VENDOR-INVOICE-RECORD.

      *****************************************************
      * ONE LINE AGAINST ITS PO LINE AND ITS RECEIPTS.    *
      * THE FIRST TEST IT FAILS IS THE REASON PRINTED.    *
      *****************************************************
       MATCH-ONE-LINE.
                MOVE SPACES TO EXCEPTION-REASON.
                PERFORM FIND-PO-LINE.
                IF MATCH-SUB IS EQUAL TO ZERO THEN
                  IF PO-FOUND-SUB IS EQUAL TO ZERO THEN
                    MOVE 'PO NOT ON FILE' TO EXCEPTION-REASON
                  ELSE
                    IF PLT-VENDOR (PO-FOUND-SUB) IS NOT EQUAL TO
                         VIN-VENDOR-NAME THEN
                      MOVE 'PO IS OTHER VENDOR' TO EXCEPTION-REASON
                    ELSE
                      MOVE 'ISBN NOT ON PO' TO EXCEPTION-REASON
                    END-IF
                  END-IF
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                IF PLT-VENDOR (MATCH-SUB) IS NOT EQUAL TO
                     VIN-VENDOR-NAME THEN
                  MOVE 'PO IS OTHER VENDOR' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                IF PLT-UNIT-COST (MATCH-SUB) IS EQUAL TO ZERO THEN
                  MOVE 'NO PO COST' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                COMPUTE PRICE-CEILING =
                  PLT-UNIT-COST (MATCH-SUB) *
                  (1000 + PRICE-TOL-PCT * 10) / 1000.
                IF VIL-UNIT-COST (LINE-SUB) IS GREATER THAN
                     PRICE-CEILING THEN
                  MOVE 'PRICE OVER PO COST' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                COMPUTE BILLED-TO-DATE =
                  PLT-QTY-BILLED (MATCH-SUB) + VIL-QUANTITY (LINE-SUB).
                IF BILLED-TO-DATE IS GREATER THAN
                     PLT-QTY-ORDERED (MATCH-SUB) + QTY-TOLERANCE THEN
                  MOVE 'OVER ORDERED QTY' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                IF PLT-QTY-RECEIVED (MATCH-SUB) IS EQUAL TO ZERO THEN
                  MOVE 'NOTHING RECEIVED' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                  GO TO MATCH-LINE-EXIT
                END-IF.
                IF BILLED-TO-DATE IS GREATER THAN
                     PLT-QTY-RECEIVED (MATCH-SUB) + QTY-TOLERANCE THEN
                  MOVE 'OVER RECEIVED QTY' TO EXCEPTION-REASON
                  PERFORM PRINT-EXCEPTION-LINE
                END-IF.
       MATCH-LINE-EXIT.
                EXIT.

      *****************************************************
      * MATCH-SUB IS THE PO LINE FOR THE INVOICE'S PO AND *
      * THIS LINE'S ISBN; PO-FOUND-SUB IS ANY LINE OF     *
      * THAT PO, SO A MISS CAN SAY WHICH PART IS WRONG.   *
      *****************************************************
       FIND-PO-LINE.
                MOVE ZERO TO MATCH-SUB.
                MOVE ZERO TO PO-FOUND-SUB.
                PERFORM VARYING POLINE-SUB FROM 1 BY 1
                  UNTIL POLINE-SUB IS GREATER THAN NR-PO-LINES
                  IF PLT-PO-NUMBER (POLINE-SUB) IS EQUAL TO
                       VIN-PO-NUMBER
                    MOVE POLINE-SUB TO PO-FOUND-SUB
                    IF PLT-ISBN (POLINE-SUB) IS EQUAL TO
                         VIL-ISBN (LINE-SUB)
                      MOVE POLINE-SUB TO MATCH-SUB
                      MOVE NR-PO-LINES TO POLINE-SUB
                    END-IF
                  END-IF
                END-PERFORM.

       PRINT-EXCEPTION-LINE.
                MOVE 'Y' TO INVOICE-FAILED-SW.
                IF VIN-VENDOR-NAME IS NOT EQUAL TO
                     LAST-EXCEPTION-VENDOR THEN
                  MOVE VIN-VENDOR-NAME TO LAST-EXCEPTION-VENDOR
                  MOVE VIN-VENDOR-NAME TO VEN-OUT-NAME
                  WRITE OUTREC FROM REPVEN
                    AFTER ADVANCING 2 LINES
                END-IF.
                MOVE VIN-INVOICE-NUMBER TO OUT-INVOICE-NUMBER.
                MOVE VIN-PO-NUMBER TO OUT-PO-NUMBER.
                MOVE VIL-ISBN (LINE-SUB) TO OUT-ISBN.
                MOVE VIL-QUANTITY (LINE-SUB) TO OUT-QUANTITY.
                MOVE VIL-UNIT-COST (LINE-SUB) TO OUT-UNIT-COST.
                IF MATCH-SUB IS GREATER THAN ZERO THEN
                  MOVE PLT-UNIT-COST (MATCH-SUB) TO OUT-PO-COST
                  MOVE PLT-QTY-RECEIVED (MATCH-SUB) TO OUT-RECEIVED
                ELSE
                  MOVE ZERO TO OUT-PO-COST
                  MOVE ZERO TO OUT-RECEIVED
                END-IF.
                MOVE EXCEPTION-REASON TO OUT-REASON.
                WRITE OUTREC FROM REPROW
                  AFTER ADVANCING 1 LINE.

      *****************************************************
      * A MATCHED INVOICE GOES TO ACCOUNTS PAYABLE, DUE   *
      * BY THE VENDOR'S PAYMENT TERMS.                    *
      *****************************************************
       RELEASE-TO-PAYABLES.
                MOVE SPACES TO VEN-PAYMENT-TERMS.
                IF VENDOR-OPEN-SW IS EQUAL TO 'Y' THEN
                  MOVE VIN-VENDOR-NAME TO VEN-VENDOR-NAME
                  READ VENDOR-MASTER
                    INVALID KEY
                      MOVE SPACES TO VEN-PAYMENT-TERMS
                  END-READ
                END-IF.
                PERFORM DAYS-FROM-TERMS THRU DAYS-FROM-TERMS-EXIT.
                MOVE VIN-VENDOR-NAME TO APX-VENDOR-NAME.
                MOVE VIN-INVOICE-NUMBER TO APX-INVOICE-NUMBER.
                MOVE VIN-PO-NUMBER TO APX-PO-NUMBER.
                MOVE VIN-INVOICE-DATE TO APX-INVOICE-DATE.
                COMPUTE APX-DUE-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (VIN-INVOICE-DATE)
                   + DUE-DAYS).
                MOVE VIN-INVOICE-TOTAL TO APX-INVOICE-AMOUNT.
                MOVE VEN-PAYMENT-TERMS TO APX-PAYMENT-TERMS.
                MOVE CURRENT-DATE-INTEGER TO APX-RELEASE-DATE.
                WRITE AP-EXTRACT-RECORD.
                ADD 1 TO INVOICES-RELEASED-COUNT.
                ADD VIN-INVOICE-TOTAL TO RELEASED-AMOUNT-TOTAL.

      *****************************************************
      * THE DAYS ARE THE DIGITS AFTER "NET" IN THE TERMS. *
      * COD OR ON RECEIPT IS DUE THE INVOICE DATE; TERMS  *
      * THAT SAY NEITHER ARE TAKEN AS NET 30.             *
      *****************************************************
       DAYS-FROM-TERMS.
                MOVE 30 TO DUE-DAYS.
                MOVE ZERO TO NET-SUB.
                PERFORM VARYING TERMS-SUB FROM 1 BY 1
                  UNTIL TERMS-SUB IS GREATER THAN 8
                  IF VEN-PAYMENT-TERMS (TERMS-SUB:3) IS EQUAL TO
                       'NET'
                    COMPUTE NET-SUB = TERMS-SUB + 3
                    MOVE 8 TO TERMS-SUB
                  END-IF
                END-PERFORM.
                IF NET-SUB IS GREATER THAN ZERO THEN
                  MOVE ZERO TO DUE-DAYS
                  MOVE 'N' TO TERMS-DIGIT-SW
                  PERFORM VARYING TERMS-SUB FROM NET-SUB BY 1
                    UNTIL TERMS-SUB IS GREATER THAN 10
                    IF VEN-PAYMENT-TERMS (TERMS-SUB:1) IS NUMERIC
                      MOVE VEN-PAYMENT-TERMS (TERMS-SUB:1)
                        TO TERMS-DIGIT
                      COMPUTE DUE-DAYS = DUE-DAYS * 10 + TERMS-DIGIT
                      MOVE 'Y' TO TERMS-DIGIT-SW
                    ELSE
                      IF TERMS-DIGIT-SW IS EQUAL TO 'Y'
                        MOVE 10 TO TERMS-SUB
                      END-IF
                    END-IF
                  END-PERFORM
                  IF TERMS-DIGIT-SW IS EQUAL TO 'N' THEN
                    MOVE 30 TO DUE-DAYS
                  END-IF
                  GO TO DAYS-FROM-TERMS-EXIT
                END-IF.
                MOVE ZERO TO TERMS-TALLY.
                INSPECT VEN-PAYMENT-TERMS TALLYING TERMS-TALLY
                  FOR ALL 'COD' ALL 'RECEIPT'.
                IF TERMS-TALLY IS GREATER THAN ZERO THEN
                  MOVE ZERO TO DUE-DAYS
                END-IF.
       DAYS-FROM-TERMS-EXIT.
                EXIT.

       PRINT-MATCH-SUMMARY.
                MOVE 'RELEASED TO ACCOUNTS PAYABLE' TO SUM-LABEL.
                MOVE INVOICES-RELEASED-COUNT TO SUM-COUNT.
                MOVE RELEASED-AMOUNT-TOTAL TO SUM-AMOUNT.
                WRITE OUTREC FROM REPSUM
                  AFTER ADVANCING 3 LINES.
                MOVE 'HELD AS EXCEPTIONS' TO SUM-LABEL.
                MOVE INVOICES-HELD-COUNT TO SUM-COUNT.
                MOVE HELD-AMOUNT-TOTAL TO SUM-AMOUNT.
                WRITE OUTREC FROM REPSUM
                  AFTER ADVANCING 1 LINE.
