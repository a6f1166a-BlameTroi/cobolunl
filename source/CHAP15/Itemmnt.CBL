       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ITEMMNT.

      *  Item master maintenance console, in the CUSTMNT style.
      *  ITEMMSTR is the indexed item master ORDENTRY validates and
      *  prices order lines from -- one item number, one
      *  description, one unit of measure, one list price, and
      *  whether the item is subject to sales tax (INVGEN taxes
      *  only the taxable lines of an invoice).  An order line
      *  carries its own copy of the description and price it was
      *  entered at, so a later change here never reprices an
      *  order already taken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER          ASSIGN TO "ITEMMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ITEM-NUMBER
                                       FILE STATUS ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       01  ITEM-RECORD.
           05  ITEM-NUMBER             PIC X(10).
           05  ITEM-DESCRIPTION        PIC X(25).
           05  ITEM-UNIT-OF-MEASURE    PIC X(4).
           05  ITEM-LIST-PRICE         PIC 9(6)V99.
           05  ITEM-TAXABLE-FLAG       PIC X.
               88  ITEM-IS-TAXABLE      VALUE 'Y'.
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  ITEM-STATUS                 PIC XX VALUE '00'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-ITEM-NUMBER           PIC X(10).
       01  FIELD-REPLY                 PIC X(25).
       01  PRICE-EDITED                PIC ZZZ,ZZ9.99.
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'ITEM MASTER MAINTENANCE'.
           OPEN I-O ITEM-MASTER.
           IF ITEM-STATUS NOT = '00'
               OPEN OUTPUT ITEM-MASTER
               CLOSE ITEM-MASTER
               OPEN I-O ITEM-MASTER.
           IF ITEM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ITEM MASTER, STATUS: '
                   ITEM-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE ITEM-MASTER.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ELETE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'ITEM NUMBER?'.
           ACCEPT INPUT-ITEM-NUMBER.
           IF INPUT-ITEM-NUMBER = SPACES
               DISPLAY 'AN ITEM NUMBER IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-ITEM
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-ITEM
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-ITEM
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-ITEM
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER ITEM? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  An item goes on the master only once it can be sold: it
      *  needs a description and a price above zero.
       0300-ADD-ITEM.
           MOVE SPACES TO ITEM-RECORD.
           MOVE INPUT-ITEM-NUMBER TO ITEM-NUMBER.
           MOVE ZERO TO ITEM-LIST-PRICE.
           PERFORM 0700-ACCEPT-ITEM-FIELDS.
           IF ITEM-DESCRIPTION = SPACES
             OR ITEM-LIST-PRICE = ZERO
               DISPLAY 'AN ITEM NEEDS A DESCRIPTION AND A PRICE -- '
                   'NOT ADDED'
               EXIT PARAGRAPH.
           WRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY 'THAT ITEM IS ALREADY ON FILE'
               NOT INVALID KEY
                   DISPLAY 'ITEM ADDED'
           END-WRITE.

       0400-CHANGE-ITEM.
           MOVE INPUT-ITEM-NUMBER TO ITEM-NUMBER.
           READ ITEM-MASTER
               KEY IS ITEM-NUMBER
               INVALID KEY
                   DISPLAY 'NO ITEM UNDER THAT NUMBER'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-ITEM
                   PERFORM 0700-ACCEPT-ITEM-FIELDS
                   REWRITE ITEM-RECORD
                   DISPLAY 'ITEM CHANGED'
           END-READ.

       0500-DELETE-ITEM.
           MOVE INPUT-ITEM-NUMBER TO ITEM-NUMBER.
           DELETE ITEM-MASTER RECORD
               INVALID KEY
                   DISPLAY 'NO ITEM UNDER THAT NUMBER'
               NOT INVALID KEY
                   DISPLAY 'ITEM DELETED'
           END-DELETE.

       0600-INQUIRE-ITEM.
           MOVE INPUT-ITEM-NUMBER TO ITEM-NUMBER.
           READ ITEM-MASTER
               KEY IS ITEM-NUMBER
               INVALID KEY
                   DISPLAY 'NO ITEM UNDER THAT NUMBER'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-ITEM
           END-READ.

       0650-DISPLAY-ITEM.
           MOVE ITEM-LIST-PRICE TO PRICE-EDITED.
           DISPLAY 'ITEM:        ' ITEM-NUMBER.
           DISPLAY 'DESCRIPTION: ' ITEM-DESCRIPTION.
           DISPLAY 'UNIT:        ' ITEM-UNIT-OF-MEASURE.
           DISPLAY 'LIST PRICE:  ' PRICE-EDITED.
           DISPLAY 'TAXABLE:     ' ITEM-TAXABLE-FLAG.

      *  Blank keeps the value already on the record (which for an
      *  add is spaces, a zero price, and taxable).
       0700-ACCEPT-ITEM-FIELDS.
           DISPLAY 'DESCRIPTION [' ITEM-DESCRIPTION ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ITEM-DESCRIPTION.
           DISPLAY 'UNIT OF MEASURE [' ITEM-UNIT-OF-MEASURE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ITEM-UNIT-OF-MEASURE.
           IF ITEM-UNIT-OF-MEASURE = SPACES
               MOVE 'EA' TO ITEM-UNIT-OF-MEASURE.
           MOVE ITEM-LIST-PRICE TO PRICE-EDITED.
           DISPLAY 'LIST PRICE [' PRICE-EDITED ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE SPACES TO NUMEDIT-INPUT
               MOVE FIELD-REPLY TO NUMEDIT-INPUT
               CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
                   NUMEDIT-STATUS
               IF NUMEDIT-VALID AND NUMEDIT-VALUE > ZERO
                 AND NUMEDIT-VALUE < 1000000
                   MOVE NUMEDIT-VALUE TO ITEM-LIST-PRICE
               ELSE
                   DISPLAY 'NOT A VALID PRICE -- PRICE LEFT AS IT '
                       'WAS'
               END-IF
           END-IF.
           DISPLAY 'TAXABLE, Y OR N [' ITEM-TAXABLE-FLAG ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ITEM-TAXABLE-FLAG.
           IF ITEM-TAXABLE-FLAG = 'y'
               MOVE 'Y' TO ITEM-TAXABLE-FLAG.
           IF ITEM-TAXABLE-FLAG = 'n'
               MOVE 'N' TO ITEM-TAXABLE-FLAG.
           IF ITEM-TAXABLE-FLAG NOT = 'Y' AND NOT = 'N'
               MOVE 'Y' TO ITEM-TAXABLE-FLAG.
