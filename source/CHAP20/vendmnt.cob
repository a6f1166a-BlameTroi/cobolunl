      *             VALUE DB2PORD GROUPS PURCHASE ORDERS BY.  EACH    *
      *             VENDMAST.DAT RECORD CARRIES THE VENDOR'S          *
      *             ADDRESS, PAYMENT TERMS, AND STANDARD LEAD TIME    *
      *             IN DAYS, AND THE TRADE DISCOUNT THE VENDOR        *
      *             GIVES OFF LIST PRICE:                             *
      *                                                               *
      *               DB2PORD ADDRESSES ITS PURCHASE ORDERS FROM      *
      *               HERE AND STAMPS EACH PO LINE WITH AN EXPECTED   *
      *               DATE FROM THE LEAD TIME; DB2RECV REPORTS        *
      *               RECEIPTS AGAINST THOSE DATES.                   *
      *                                                               *
      *               DB2PORD COSTS EACH PO LINE AT LIST PRICE LESS   *
      *               THE TRADE DISCOUNT, AND DB2RECV CARRIES THAT    *
      *               COST INTO THE TITLE'S AVERAGE COST.             *
      *                                                               *
      *               VENDINV WILL ONLY TAKE AN INVOICE FROM A        *
      *               VENDOR ON FILE HERE, AND VINVMTCH DATES EACH    *
      *               MATCHED INVOICE DUE BY THE PAYMENT TERMS.       *
      *                                                               *
      *             FUNCTIONS: (A)DD, (C)HANGE, (L)OOK UP.            *
      *****************************************************************

           02  VEN-ZIP                PIC X(10).
           02  VEN-PAYMENT-TERMS      PIC X(10).
           02  VEN-LEAD-DAYS          PIC 9(3).
           02  VEN-DISCOUNT-PCT       PIC 99V9.

       WORKING-STORAGE SECTION.
       01  VENDOR-STATUS              PIC XX.
       01  OPERATOR-CHOICE            PIC X.
       01  INPUT-VENDOR-NAME          PIC X(20).
       01  INPUT-LEAD-DAYS            PIC X(3).
       01  INPUT-DISCOUNT-PCT         PIC X(3).
       01  INPUT-DISCOUNT-NUM REDEFINES INPUT-DISCOUNT-PCT
                                      PIC 99V9.
       01  DISPLAY-DISCOUNT-PCT       PIC Z9.9.
       01  VENDOR-FOUND-SW            PIC X.

       PROCEDURE DIVISION.
                      ' ' VEN-ZIP
                  DISPLAY 'TERMS:   ' VEN-PAYMENT-TERMS
                  DISPLAY 'LEAD:    ' VEN-LEAD-DAYS ' DAYS'
                  MOVE VEN-DISCOUNT-PCT TO DISPLAY-DISCOUNT-PCT
                  DISPLAY 'DISCOUNT:' DISPLAY-DISCOUNT-PCT ' PERCENT'
                END-IF.

       READ-ONE-VENDOR.
                  MOVE 14 TO VEN-LEAD-DAYS
                  DISPLAY 'LEAD TIME NOT NUMERIC -- 14 DAYS ASSUMED'
                END-IF.
                DISPLAY 'TRADE DISCOUNT OFF LIST, PERCENT TIMES TEN'.
                DISPLAY '(400 = 40.0 PERCENT)'.
                ACCEPT INPUT-DISCOUNT-PCT.
                IF INPUT-DISCOUNT-PCT IS NUMERIC THEN
                  MOVE INPUT-DISCOUNT-NUM TO VEN-DISCOUNT-PCT
                ELSE
                  MOVE 40 TO VEN-DISCOUNT-PCT
                  DISPLAY 'DISCOUNT NOT NUMERIC -- 40.0 ASSUMED'
                END-IF.
