           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(11).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  FILLER                  PIC X(33).

       FD  SUSPENSE-AUDIT-FILE.
       01  AUDIT-RECORD.
      *  The corrected payment keeps the original keyed amount text
      *  unless the operator supplies a replacement; either way the
      *  amount must edit through NUMEDIT before the record is
      *  released into the next day's batch.  Any invoice the
      *  original payment named goes with it.
       0500-RESOLVE-ITEM.
           DISPLAY 'CORRECTED AMOUNT (BLANK KEEPS "'
               SUSP-ORIGINAL-PAYMENT (9:15) '")'.
               MOVE SPACES TO PYMT-RECEIVED-RECORD
               MOVE LOOKUP-ACCOUNT-NR TO PYMT-ACCOUNT-NR
               MOVE CORRECTED-AMOUNT-TEXT TO PYMT-AMOUNT-TEXT
               MOVE SUSP-ORIGINAL-PAYMENT (36:12) TO PYMT-INVOICE-NR
               WRITE PYMT-RECEIVED-RECORD
               MOVE 'Y' TO SUSP-RESOLVED-FLAG
               ADD 1 TO ITEMS-RESOLVED-COUNT
