           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS              PIC XX VALUE '00'.
