           05  ORDER-CUSTOMER-NAME        PIC X(25).
           05  ORDER-AMOUNT               PIC 9(8)V99.
           05  ORDER-SALESMAN-NAME        PIC X(25).
           05  ORDER-SALESMAN-ID          PIC X(9).

       FD  AGING-PARMS.
       01  AGING-PARM-RECORD.
