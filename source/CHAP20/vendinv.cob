       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VENDINV.

      *****************************************************************
      *   VENDINV - VENDOR INVOICE ENTRY CONSOLE.  A VENDOR'S BILL    *
      *             FOR BOOKS USED TO BE EYEBALLED AGAINST THE PAPER  *
      *             PO AND PAID; IT NOW GOES ON VINVOICE.DAT, KEYED   *
      *             BY VENDOR NAME AND THE VENDOR'S OWN INVOICE       *
      *             NUMBER, SO THE SAME BILL CANNOT BE ENTERED (OR    *
      *             PAID) TWICE:                                      *
      *                                                               *
      *               THE VENDOR, WHICH MUST BE ON VENDMAST.DAT       *
      *               (VENDMNT MAINTAINS IT); THE INVOICE NUMBER AND  *
      *               DATE; THE PO NUMBER BILLED; AND UP TO TWENTY    *
      *               LINES OF ISBN, QUANTITY, AND UNIT COST.         *
      *                                                               *
      *             EACH INVOICE IS ENTERED WITH MATCH STATUS 'E'.    *
      *             VINVMTCH MATCHES IT THREE WAYS -- AGAINST THE PO  *
      *             LINE ON POLINES.DAT AND WHAT RECEIPTS.DAT SAYS    *
      *             ARRIVED -- AND RELEASES IT TO ACCOUNTS PAYABLE    *
      *             ('R') OR HOLDS IT AS AN EXCEPTION ('X').          *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
      *-------------
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  VENDOR-STATUS              PIC XX.
       01  INVOICE-STATUS             PIC XX.
       01  CONTINUE-PROCESSING        PIC XXX VALUE SPACES.
       01  INPUT-VENDOR-NAME          PIC X(20).
       01  INPUT-INVOICE-NUMBER       PIC X(15).
       01  INPUT-PO-NUMBER            PIC X(6).
       01  INPUT-INVOICE-DATE         PIC X(8).
       01  INPUT-ISBN                 PIC X(13).
       01  INPUT-QUANTITY             PIC X(4).
       01  INPUT-UNIT-COST            PIC X(8).
       01  LINE-SUB                   PIC S9(4) USAGE COMP.
       01  LINES-DONE-SW              PIC X.
       01  LINE-EXTENSION             PIC 9(7)V99.
       01  DISPLAY-TOTAL              PIC Z,ZZZ,ZZ9.99.
       01  INVOICES-ENTERED-COUNT     PIC 9(4) VALUE ZERO.
       01  CURRENT-DATE-INFO          PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           02  CURRENT-DATE-INTEGER   PIC 9(8).
           02  FILLER                 PIC X(13).

       PROCEDURE DIVISION.
      *------------------
       PGM-START.
                DISPLAY 'VENDOR INVOICE ENTRY'.
                MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
                OPEN INPUT VENDOR-MASTER.
                IF VENDOR-STATUS IS NOT EQUAL TO '00' THEN
                  DISPLAY 'UNABLE TO OPEN VENDMAST.DAT, STATUS: '
                      VENDOR-STATUS
                  STOP RUN
                END-IF.
                OPEN I-O VENDOR-INVOICE-FILE.
                IF INVOICE-STATUS IS NOT EQUAL TO '00' THEN
                  OPEN OUTPUT VENDOR-INVOICE-FILE
                  CLOSE VENDOR-INVOICE-FILE
                  OPEN I-O VENDOR-INVOICE-FILE
                END-IF.
                IF INVOICE-STATUS IS NOT EQUAL TO '00' THEN
                  DISPLAY 'UNABLE TO OPEN VINVOICE.DAT, STATUS: '
                      INVOICE-STATUS
                  CLOSE VENDOR-MASTER
                  STOP RUN
                END-IF.
                PERFORM ENTER-ONE-INVOICE
                  UNTIL CONTINUE-PROCESSING (1:1) IS EQUAL TO 'N'
                     OR CONTINUE-PROCESSING (1:1) IS EQUAL TO 'n'.
                CLOSE VENDOR-INVOICE-FILE.
                CLOSE VENDOR-MASTER.
                DISPLAY 'INVOICES ENTERED THIS SESSION: '
                    INVOICES-ENTERED-COUNT.
       PGM-END.
                STOP RUN.

       ENTER-ONE-INVOICE.
                PERFORM KEY-INVOICE-HEADER THRU KEY-HEADER-EXIT.
                IF VIN-MATCH-STATUS IS EQUAL TO 'E' THEN
                  PERFORM KEY-INVOICE-LINES
                  PERFORM FILE-THE-INVOICE THRU FILE-INVOICE-EXIT
                END-IF.
                DISPLAY 'ENTER ANOTHER INVOICE? (Y/N)'.
                ACCEPT CONTINUE-PROCESSING.

      *****************************************************
      * THE VENDOR MUST BE ON THE MASTER, AND THE VENDOR  *
      * AND INVOICE NUMBER MUST NOT BE ON FILE ALREADY.   *
      * A HEADER THAT FAILS LEAVES THE STATUS BLANK AND   *
      * NOTHING IS RECORDED.                              *
      *****************************************************
       KEY-INVOICE-HEADER.
                MOVE SPACES TO VENDOR-INVOICE-RECORD.
                DISPLAY 'VENDOR NAME (AS ON THE VENDOR MASTER)'.
                ACCEPT INPUT-VENDOR-NAME.
                MOVE INPUT-VENDOR-NAME TO VEN-VENDOR-NAME.
                READ VENDOR-MASTER
                  INVALID KEY
                    DISPLAY 'NO VENDOR ON FILE UNDER THAT NAME '
                        '-- NOTHING RECORDED'
                    GO TO KEY-HEADER-EXIT
                END-READ.
                DISPLAY 'VENDOR INVOICE NUMBER'.
                ACCEPT INPUT-INVOICE-NUMBER.
                IF INPUT-INVOICE-NUMBER IS EQUAL TO SPACES THEN
                  DISPLAY 'AN INVOICE NEEDS A NUMBER '
                      '-- NOTHING RECORDED'
                  GO TO KEY-HEADER-EXIT
                END-IF.
                MOVE INPUT-VENDOR-NAME TO VIN-VENDOR-NAME.
                MOVE INPUT-INVOICE-NUMBER TO VIN-INVOICE-NUMBER.
                READ VENDOR-INVOICE-FILE
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    DISPLAY 'DUPLICATE -- INVOICE ' VIN-INVOICE-NUMBER
                        ' FROM THIS VENDOR WAS ENTERED '
                        VIN-ENTERED-DATE
                    DISPLAY 'NOTHING RECORDED'
                    MOVE SPACES TO VENDOR-INVOICE-RECORD
                    GO TO KEY-HEADER-EXIT
                END-READ.
                MOVE SPACES TO VENDOR-INVOICE-RECORD.
                MOVE INPUT-VENDOR-NAME TO VIN-VENDOR-NAME.
                MOVE INPUT-INVOICE-NUMBER TO VIN-INVOICE-NUMBER.
                DISPLAY 'PO NUMBER BILLED'.
                ACCEPT INPUT-PO-NUMBER.
                IF INPUT-PO-NUMBER IS NOT NUMERIC THEN
                  DISPLAY 'PO NUMBER MUST BE SIX DIGITS '
                      '-- NOTHING RECORDED'
                  GO TO KEY-HEADER-EXIT
                END-IF.
                MOVE INPUT-PO-NUMBER TO VIN-PO-NUMBER.
                DISPLAY 'INVOICE DATE, CCYYMMDD (BLANK FOR TODAY)'.
                ACCEPT INPUT-INVOICE-DATE.
                IF INPUT-INVOICE-DATE IS EQUAL TO SPACES THEN
                  MOVE CURRENT-DATE-INTEGER TO VIN-INVOICE-DATE
                ELSE
                  IF INPUT-INVOICE-DATE IS NOT NUMERIC THEN
                    DISPLAY 'INVOICE DATE NOT CCYYMMDD '
                        '-- NOTHING RECORDED'
                    GO TO KEY-HEADER-EXIT
                  END-IF
                  MOVE INPUT-INVOICE-DATE TO VIN-INVOICE-DATE
                  IF FUNCTION TEST-DATE-YYYYMMDD (VIN-INVOICE-DATE)
                       IS NOT EQUAL TO ZERO THEN
                    DISPLAY 'INVOICE DATE IS NOT A CALENDAR DATE '
                        '-- NOTHING RECORDED'
                    GO TO KEY-HEADER-EXIT
                  END-IF
                END-IF.
                MOVE CURRENT-DATE-INTEGER TO VIN-ENTERED-DATE.
                MOVE ZERO TO VIN-MATCH-DATE.
                MOVE ZERO TO VIN-INVOICE-TOTAL.
                MOVE ZERO TO VIN-NR-LINES.
                MOVE 'E' TO VIN-MATCH-STATUS.
       KEY-HEADER-EXIT.
                EXIT.

       KEY-INVOICE-LINES.
                MOVE 'N' TO LINES-DONE-SW.
                PERFORM KEY-ONE-LINE THRU KEY-LINE-EXIT
                  UNTIL LINES-DONE-SW IS EQUAL TO 'Y'
                     OR VIN-NR-LINES IS EQUAL TO 20.
                IF VIN-NR-LINES IS EQUAL TO 20 THEN
                  DISPLAY 'TWENTY LINES ENTERED -- THE MOST ONE '
                      'INVOICE HOLDS'
                END-IF.

      *****************************************************
      * ONE LINE: ISBN, QUANTITY, AND UNIT COST AS THE    *
      * VENDOR BILLED IT.  A BLANK ISBN ENDS THE LINES;   *
      * A LINE THAT DOES NOT KEY CLEANLY IS ASKED AGAIN.  *
      *****************************************************
       KEY-ONE-LINE.
                COMPUTE LINE-SUB = VIN-NR-LINES + 1.
                DISPLAY 'LINE ' LINE-SUB ' ISBN (BLANK WHEN DONE)'.
                ACCEPT INPUT-ISBN.
                IF INPUT-ISBN IS EQUAL TO SPACES THEN
                  MOVE 'Y' TO LINES-DONE-SW
                  GO TO KEY-LINE-EXIT
                END-IF.
                DISPLAY 'QUANTITY BILLED'.
                ACCEPT INPUT-QUANTITY.
                IF FUNCTION TEST-NUMVAL (INPUT-QUANTITY)
                     IS NOT EQUAL TO ZERO THEN
                  DISPLAY 'QUANTITY NOT NUMERIC -- LINE NOT TAKEN'
                  GO TO KEY-LINE-EXIT
                END-IF.
                IF FUNCTION NUMVAL (INPUT-QUANTITY) IS LESS THAN 1
                  THEN
                  DISPLAY 'QUANTITY MUST BE AT LEAST ONE '
                      '-- LINE NOT TAKEN'
                  GO TO KEY-LINE-EXIT
                END-IF.
                DISPLAY 'UNIT COST BILLED (E.G. 12.95)'.
                ACCEPT INPUT-UNIT-COST.
                IF FUNCTION TEST-NUMVAL (INPUT-UNIT-COST)
                     IS NOT EQUAL TO ZERO THEN
                  DISPLAY 'UNIT COST NOT NUMERIC -- LINE NOT TAKEN'
                  GO TO KEY-LINE-EXIT
                END-IF.
                ADD 1 TO VIN-NR-LINES.
                MOVE INPUT-ISBN TO VIL-ISBN (VIN-NR-LINES).
                COMPUTE VIL-QUANTITY (VIN-NR-LINES) =
                  FUNCTION NUMVAL (INPUT-QUANTITY).
                COMPUTE VIL-UNIT-COST (VIN-NR-LINES) ROUNDED =
                  FUNCTION NUMVAL (INPUT-UNIT-COST).
                COMPUTE LINE-EXTENSION =
                  VIL-QUANTITY (VIN-NR-LINES) *
                  VIL-UNIT-COST (VIN-NR-LINES).
                ADD LINE-EXTENSION TO VIN-INVOICE-TOTAL.
       KEY-LINE-EXIT.
                EXIT.

       FILE-THE-INVOICE.
                IF VIN-NR-LINES IS EQUAL TO ZERO THEN
                  DISPLAY 'AN INVOICE NEEDS AT LEAST ONE LINE '
                      '-- NOTHING RECORDED'
                  GO TO FILE-INVOICE-EXIT
                END-IF.
                PERFORM VARYING LINE-SUB FROM VIN-NR-LINES BY 1
                  UNTIL LINE-SUB IS NOT LESS THAN 20
                  MOVE SPACES TO VIL-ISBN (LINE-SUB + 1)
                  MOVE ZERO TO VIL-QUANTITY (LINE-SUB + 1)
                  MOVE ZERO TO VIL-UNIT-COST (LINE-SUB + 1)
                END-PERFORM.
                WRITE VENDOR-INVOICE-RECORD
                  INVALID KEY
                    DISPLAY 'DUPLICATE -- THAT INVOICE WAS JUST '
                        'ENTERED ELSEWHERE -- NOTHING RECORDED'
                  NOT INVALID KEY
                    ADD 1 TO INVOICES-ENTERED-COUNT
                    MOVE VIN-INVOICE-TOTAL TO DISPLAY-TOTAL
                    DISPLAY 'INVOICE RECORDED, ' VIN-NR-LINES
                        ' LINES, TOTAL ' DISPLAY-TOTAL
                END-WRITE.
       FILE-INVOICE-EXIT.
                EXIT.
