      *    - the account must exist on the indexed billing master
      *      (the balance is shown back as a sight check);
      *    - the amount edits through NUMEDIT and the payment date
      *      through DATENTRY before the item is accepted, and the
      *      invoice the customer is paying may be keyed with it
      *      (blank leaves BILLUPDT to apply it oldest-first);
      *    - the batch is held in storage until the keyed total
      *      matches the header total to the penny, and only then
      *      released into DAYPMTS.DAT in ascending account order,
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  PYMT-ENTRY-DATE         PIC 9(8).
           05  FILLER                  PIC X(3).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  FILLER                  PIC X(33).

      *  PYMT-ENTRY-DATE rides in what BILLUPDT carries as FILLER --
      *  the update ignores it, but the keyed date survives on the
       01  INPUT-ACCOUNT-NR            PIC X(8).
       01  INPUT-AMOUNT-TEXT           PIC X(15).
       01  INPUT-DATE-TEXT             PIC X(12).
       01  INPUT-INVOICE-NR            PIC X(12).
       01  HEADER-TOTAL-TEXT           PIC X(15).
       01  HEADER-TOTAL                PIC 9(9)V99.
       01  KEYED-TOTAL                 PIC 9(9)V99 VALUE ZERO.
               10  BITM-ACCOUNT-NR     PIC X(8).
               10  BITM-AMOUNT         PIC 9(7)V99.
               10  BITM-ENTRY-DATE     PIC 9(8).
               10  BITM-INVOICE-NR     PIC X(12).
       01  HELD-BATCH-ITEM.
           05  HELD-ACCOUNT-NR         PIC X(8).
           05  HELD-AMOUNT             PIC 9(7)V99.
           05  HELD-ENTRY-DATE         PIC 9(8).
           05  HELD-INVOICE-NR         PIC X(12).
       01  AMOUNT-EDITED               PIC Z,ZZZ,ZZ9.99.
       01  BALANCE-EDITED              PIC Z,ZZZ,ZZ9.99.
       01  DIFFERENCE-AMOUNT           PIC S9(9)V99.
                   DISPLAY 'THE BATCH IS FULL -- BALANCE AND '
                       'RELEASE IT FIRST'
               ELSE
                   DISPLAY 'INVOICE PAID (BLANK TO APPLY OLDEST '
                       'FIRST)'
                   MOVE SPACES TO INPUT-INVOICE-NR
                   ACCEPT INPUT-INVOICE-NR
                   PERFORM 0350-INSERT-ITEM-IN-ORDER
                   ADD NUMEDIT-VALUE TO KEYED-TOTAL
                   DISPLAY 'ITEM ACCEPTED'
           MOVE INPUT-ACCOUNT-NR TO BITM-ACCOUNT-NR (INSERT-SUB).
           MOVE NUMEDIT-VALUE TO BITM-AMOUNT (INSERT-SUB).
           MOVE DATENTRY-OUTPUT TO BITM-ENTRY-DATE (INSERT-SUB).
           MOVE INPUT-INVOICE-NR TO BITM-INVOICE-NR (INSERT-SUB).
           ADD 1 TO NR-BATCH-ITEMS.

       0400-TRY-TO-BALANCE.
               MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT
               MOVE 'P' TO PYMT-TRANS-TYPE
               MOVE BITM-ENTRY-DATE (ITEM-SUB) TO PYMT-ENTRY-DATE
               MOVE BITM-INVOICE-NR (ITEM-SUB) TO PYMT-INVOICE-NR
               WRITE PYMT-RECEIVED-RECORD
           END-PERFORM.
           CLOSE DAILY-PAYMENTS.
