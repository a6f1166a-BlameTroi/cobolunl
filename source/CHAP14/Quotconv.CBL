           05  QREG-PREMIUM             PIC 9(5)V99.
           05                           PIC X.
           05  QREG-RATE-VERSION        PIC 9(8).
           05                           PIC X(44).

       FD  POLICY-EDITED.
       01  GOOD-POLICY-RECORD.
