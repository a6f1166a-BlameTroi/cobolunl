           05  PH-CALL-LENGTH         PIC 9999.
           05  PH-CALL-NUMBER         PIC 9(10).
           05  PH-SALES-INFO          PIC X(50).
           05  PH-DISPOSITION         PIC X.
               88  PH-NO-ANSWER        VALUE 'N'.
               88  PH-BUSY             VALUE 'B'.
               88  PH-CALLBACK         VALUE 'C'.
               88  PH-NOT-INTERESTED   VALUE 'I'.
               88  PH-SALE             VALUE 'S'.
               88  PH-WRONG-NUMBER     VALUE 'W'.
               88  PH-DO-NOT-CALL      VALUE 'D'.
               88  PH-DISPOSITION-CODED
                   VALUES 'N' 'B' 'C' 'I' 'S' 'W' 'D'.
           05  PH-CALLBACK-DATE       PIC 9(8).
           05  PH-CALLBACK-TIME       PIC 9(4).
           05  PH-CALL-TIME           PIC 9(4).

       FD  INPUT-SALES-SOURCE.
       01  INPUT-SALES-SRECORD.
