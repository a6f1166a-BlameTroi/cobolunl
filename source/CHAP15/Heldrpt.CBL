               10  HELD-CUSTOMER-NAME  PIC X(25).
               10  HELD-ORDER-AMOUNT   PIC 9(8)V99.
               10  HELD-SALESMAN-NAME  PIC X(25).
               10  HELD-SALESMAN-ID    PIC X(9).
           05  HELD-DATE               PIC 9(8).

       FD  HELD-ORDERS-REPORT.
