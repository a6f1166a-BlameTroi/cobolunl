       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TPMNT.

      *  Trading partner maintenance console, in the CUSTMNT style.
      *  TRADPART holds one record for every customer that sends
      *  us purchase orders electronically, keyed by the sender ID
      *  the partner puts on its interchanges.  EDIPOIN reads it to
      *  turn a transmission into orders:
      *
      *    - TP-CUST-CODE is the CUSTMAST customer the partner's
      *      orders are entered for;
      *    - TP-RECEIVER-ID is the ID the partner addresses us by;
      *      an interchange sent to any other ID is refused (blank
      *      takes whatever the partner sends);
      *    - TP-SALESMAN-ID is the SALMSTR salesman the partner's
      *      orders are credited to, since a purchase order does
      *      not name one;
      *    - TP-STATUS is 'T' while the partner is in test -- its
      *      orders are validated and acknowledged but never
      *      entered -- and 'L' once it is live.  A new partner
      *      starts in test;
      *    - TP-LAST-CONTROL-NR is the last interchange control
      *      number EDIPOIN took from a live partner, so a resent
      *      transmission is not entered twice.  It is shown here
      *      but never keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADING-PARTNER-FILE ASSIGN TO "TRADPART"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY TP-PARTNER-ID
                                       FILE STATUS PARTNER-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADING-PARTNER-FILE.
       01  TRADING-PARTNER-RECORD.
           05  TP-PARTNER-ID           PIC X(15).
           05  TP-CUST-CODE            PIC X(6).
           05  TP-PARTNER-NAME         PIC X(25).
           05  TP-RECEIVER-ID          PIC X(15).
           05  TP-SALESMAN-ID          PIC X(9).
           05  TP-STATUS               PIC X.
               88  TP-IS-LIVE           VALUE 'L'.
               88  TP-IS-TEST           VALUE 'T'.
           05  TP-LAST-CONTROL-NR      PIC 9(9).
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  FILLER                  PIC X(6).

       WORKING-STORAGE SECTION.
       01  PARTNER-STATUS              PIC XX VALUE '00'.
       01  CUSTOMER-STATUS             PIC XX.
       01  CUSTOMER-MASTER-AVAILABLE   PIC X VALUE 'N'.
           88  CUSTOMERS-AVAILABLE     VALUE 'Y'.
       01  CUSTOMER-OK-SWITCH          PIC X.
           88  CUSTOMER-OK             VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-PARTNER-ID            PIC X(15).
       01  FIELD-REPLY                 PIC X(25).

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'TRADING PARTNER MAINTENANCE'.
           OPEN I-O TRADING-PARTNER-FILE.
           IF PARTNER-STATUS NOT = '00'
               OPEN OUTPUT TRADING-PARTNER-FILE
               CLOSE TRADING-PARTNER-FILE
               OPEN I-O TRADING-PARTNER-FILE.
           IF PARTNER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TRADPART, STATUS: '
                   PARTNER-STATUS
               STOP RUN.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
           ELSE
               DISPLAY 'CUSTMAST NOT AVAILABLE, STATUS: '
                   CUSTOMER-STATUS ' -- CUSTOMER CODES NOT VALIDATED'.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           IF CUSTOMERS-AVAILABLE
               CLOSE CUSTOMER-MASTER.
           CLOSE TRADING-PARTNER-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ELETE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'PARTNER (SENDER) ID?'.
           ACCEPT INPUT-PARTNER-ID.
           IF INPUT-PARTNER-ID = SPACES
               DISPLAY 'A PARTNER ID IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-PARTNER
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-PARTNER
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-PARTNER
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-PARTNER
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER PARTNER? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  A partner goes on file only with a customer to enter its
      *  orders for and a salesman to credit them to.
       0300-ADD-PARTNER.
           MOVE SPACES TO TRADING-PARTNER-RECORD.
           MOVE INPUT-PARTNER-ID TO TP-PARTNER-ID.
           MOVE 'T' TO TP-STATUS.
           MOVE ZERO TO TP-LAST-CONTROL-NR.
           PERFORM 0700-ACCEPT-PARTNER-FIELDS.
           IF TP-CUST-CODE = SPACES
             OR TP-SALESMAN-ID = SPACES
               DISPLAY 'A PARTNER NEEDS A CUSTOMER CODE AND A '
                   'SALESMAN ID -- NOT ADDED'
               EXIT PARAGRAPH.
           IF NOT CUSTOMER-OK
               DISPLAY 'NOT ADDED'
               EXIT PARAGRAPH.
           WRITE TRADING-PARTNER-RECORD
               INVALID KEY
                   DISPLAY 'THAT PARTNER IS ALREADY ON FILE'
               NOT INVALID KEY
                   DISPLAY 'PARTNER ADDED'
           END-WRITE.

       0400-CHANGE-PARTNER.
           MOVE INPUT-PARTNER-ID TO TP-PARTNER-ID.
           READ TRADING-PARTNER-FILE
               KEY IS TP-PARTNER-ID
               INVALID KEY
                   DISPLAY 'NO PARTNER UNDER THAT ID'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0650-DISPLAY-PARTNER.
           PERFORM 0700-ACCEPT-PARTNER-FIELDS.
           IF NOT CUSTOMER-OK
               DISPLAY 'PARTNER NOT CHANGED'
               EXIT PARAGRAPH.
           REWRITE TRADING-PARTNER-RECORD.
           DISPLAY 'PARTNER CHANGED'.

       0500-DELETE-PARTNER.
           MOVE INPUT-PARTNER-ID TO TP-PARTNER-ID.
           DELETE TRADING-PARTNER-FILE RECORD
               INVALID KEY
                   DISPLAY 'NO PARTNER UNDER THAT ID'
               NOT INVALID KEY
                   DISPLAY 'PARTNER DELETED'
           END-DELETE.

       0600-INQUIRE-PARTNER.
           MOVE INPUT-PARTNER-ID TO TP-PARTNER-ID.
           READ TRADING-PARTNER-FILE
               KEY IS TP-PARTNER-ID
               INVALID KEY
                   DISPLAY 'NO PARTNER UNDER THAT ID'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-PARTNER
           END-READ.

       0650-DISPLAY-PARTNER.
           DISPLAY 'PARTNER ID:    ' TP-PARTNER-ID.
           DISPLAY 'NAME:          ' TP-PARTNER-NAME.
           DISPLAY 'CUSTOMER:      ' TP-CUST-CODE.
           DISPLAY 'OUR ID:        ' TP-RECEIVER-ID.
           DISPLAY 'SALESMAN ID:   ' TP-SALESMAN-ID.
           DISPLAY 'STATUS:        ' TP-STATUS.
           DISPLAY 'LAST CONTROL:  ' TP-LAST-CONTROL-NR.

      *  Blank keeps the value already on the record.  The customer
      *  code must be on CUSTMAST when the master can be opened.
       0700-ACCEPT-PARTNER-FIELDS.
           MOVE 'Y' TO CUSTOMER-OK-SWITCH.
           DISPLAY 'PARTNER NAME [' TP-PARTNER-NAME ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO TP-PARTNER-NAME.
           DISPLAY 'CUSTOMER CODE [' TP-CUST-CODE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO TP-CUST-CODE.
           IF CUSTOMERS-AVAILABLE AND TP-CUST-CODE NOT = SPACES
               MOVE TP-CUST-CODE TO CUST-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'NO SUCH CUSTOMER ON THE MASTER'
                       MOVE 'N' TO CUSTOMER-OK-SWITCH
                   NOT INVALID KEY
                       DISPLAY 'CUSTOMER: ' CUST-NAME
               END-READ
           END-IF.
           DISPLAY 'OUR ID AS THE PARTNER SENDS IT [' TP-RECEIVER-ID
               ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO TP-RECEIVER-ID.
           DISPLAY 'SALESMAN ID [' TP-SALESMAN-ID ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO TP-SALESMAN-ID.
           DISPLAY 'STATUS, L(IVE) OR T(EST) [' TP-STATUS ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO TP-STATUS.
           IF TP-STATUS = 'l'
               MOVE 'L' TO TP-STATUS.
           IF TP-STATUS = 't'
               MOVE 'T' TO TP-STATUS.
           IF TP-STATUS NOT = 'L' AND NOT = 'T'
               MOVE 'T' TO TP-STATUS.
