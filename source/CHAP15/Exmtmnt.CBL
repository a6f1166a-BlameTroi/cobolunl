       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXMTMNT.

      *  Sales tax exemption certificate maintenance console, in the
      *  CUSTMNT style.  TAXEXMPT holds one certificate per customer
      *  and exempting state, keyed by the CUSTMAST customer code
      *  and the state.  INVGEN bills no sales tax to a customer
      *  whose certificate for the invoice's state is in force on
      *  the invoice date -- issued on or before it and expiring on
      *  or after it -- and records the certificate number on the
      *  TAXDETL.DAT exempt sale.  EXMTEXP lists the certificates
      *  coming up for renewal.
      *
      *  The reason is R(ESALE), N(ONPROFIT), G(OVERNMENT) or
      *  O(THER).  Both dates are CCYYMMDD and must be real dates;
      *  a certificate without an expiration date is entered as
      *  expiring 99991231.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPTION-FILE       ASSIGN TO "TAXEXMPT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EXM-KEY
                                       FILE STATUS EXEMPTION-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPTION-FILE.
       01  EXEMPTION-RECORD.
           05  EXM-KEY.
               10  EXM-CUST-CODE       PIC X(6).
               10  EXM-STATE           PIC XX.
           05  EXM-CERT-NUMBER         PIC X(15).
           05  EXM-REASON              PIC X.
               88  EXM-REASON-VALID     VALUES 'R' 'N' 'G' 'O'.
           05  EXM-ISSUE-DATE          PIC 9(8).
           05  EXM-EXPIRATION-DATE     PIC 9(8).
           05  FILLER                  PIC X(20).

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
       01  EXEMPTION-STATUS            PIC XX VALUE '00'.
       01  CUSTOMER-STATUS             PIC XX.
       01  CUSTOMER-MASTER-AVAILABLE   PIC X VALUE 'N'.
           88  CUSTOMERS-AVAILABLE     VALUE 'Y'.
       01  FIELDS-OK-SWITCH            PIC X.
           88  FIELDS-OK               VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-CUST-CODE             PIC X(6).
       01  INPUT-STATE                 PIC XX.
       01  FIELD-REPLY                 PIC X(25).
       01  DATE-REPLY                  PIC X(8).
       01  DATE-REPLY-NUM REDEFINES DATE-REPLY
                                       PIC 9(8).
       01  DATE-EDIT-SWITCH            PIC X.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'TAX EXEMPTION CERTIFICATE MAINTENANCE'.
           OPEN I-O EXEMPTION-FILE.
           IF EXEMPTION-STATUS NOT = '00'
               OPEN OUTPUT EXEMPTION-FILE
               CLOSE EXEMPTION-FILE
               OPEN I-O EXEMPTION-FILE.
           IF EXEMPTION-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TAXEXMPT, STATUS: '
                   EXEMPTION-STATUS
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
           CLOSE EXEMPTION-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ELETE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'CUSTOMER CODE?'.
           ACCEPT INPUT-CUST-CODE.
           DISPLAY 'EXEMPTING STATE?'.
           ACCEPT INPUT-STATE.
           IF INPUT-CUST-CODE = SPACES
             OR INPUT-STATE = SPACES
               DISPLAY 'A CUSTOMER CODE AND A STATE ARE REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-CERTIFICATE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-CERTIFICATE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-CERTIFICATE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-CERTIFICATE
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER CERTIFICATE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  A certificate goes on file only for a customer on the
      *  master, with a number, a reason, and both dates.
       0300-ADD-CERTIFICATE.
           IF CUSTOMERS-AVAILABLE
               MOVE INPUT-CUST-CODE TO CUST-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'NO SUCH CUSTOMER ON THE MASTER -- '
                           'NOT ADDED'
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY 'CUSTOMER: ' CUST-NAME
               END-READ
           END-IF.
           MOVE SPACES TO EXEMPTION-RECORD.
           MOVE INPUT-CUST-CODE TO EXM-CUST-CODE.
           MOVE INPUT-STATE TO EXM-STATE.
           MOVE ZERO TO EXM-ISSUE-DATE
                        EXM-EXPIRATION-DATE.
           PERFORM 0700-ACCEPT-CERTIFICATE-FIELDS.
           IF NOT FIELDS-OK
               DISPLAY 'NOT ADDED'
               EXIT PARAGRAPH.
           WRITE EXEMPTION-RECORD
               INVALID KEY
                   DISPLAY 'THAT CUSTOMER ALREADY HAS A CERTIFICATE '
                       'FOR THAT STATE'
               NOT INVALID KEY
                   DISPLAY 'CERTIFICATE ADDED'
           END-WRITE.

       0400-CHANGE-CERTIFICATE.
           MOVE INPUT-CUST-CODE TO EXM-CUST-CODE.
           MOVE INPUT-STATE TO EXM-STATE.
           READ EXEMPTION-FILE
               KEY IS EXM-KEY
               INVALID KEY
                   DISPLAY 'NO CERTIFICATE FOR THAT CUSTOMER AND STATE'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0650-DISPLAY-CERTIFICATE.
           PERFORM 0700-ACCEPT-CERTIFICATE-FIELDS.
           IF NOT FIELDS-OK
               DISPLAY 'CERTIFICATE NOT CHANGED'
               EXIT PARAGRAPH.
           REWRITE EXEMPTION-RECORD.
           DISPLAY 'CERTIFICATE CHANGED'.

       0500-DELETE-CERTIFICATE.
           MOVE INPUT-CUST-CODE TO EXM-CUST-CODE.
           MOVE INPUT-STATE TO EXM-STATE.
           DELETE EXEMPTION-FILE RECORD
               INVALID KEY
                   DISPLAY 'NO CERTIFICATE FOR THAT CUSTOMER AND STATE'
               NOT INVALID KEY
                   DISPLAY 'CERTIFICATE DELETED'
           END-DELETE.

       0600-INQUIRE-CERTIFICATE.
           MOVE INPUT-CUST-CODE TO EXM-CUST-CODE.
           MOVE INPUT-STATE TO EXM-STATE.
           READ EXEMPTION-FILE
               KEY IS EXM-KEY
               INVALID KEY
                   DISPLAY 'NO CERTIFICATE FOR THAT CUSTOMER AND STATE'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-CERTIFICATE
           END-READ.

       0650-DISPLAY-CERTIFICATE.
           DISPLAY 'CUSTOMER:      ' EXM-CUST-CODE.
           DISPLAY 'STATE:         ' EXM-STATE.
           DISPLAY 'CERTIFICATE:   ' EXM-CERT-NUMBER.
           DISPLAY 'REASON:        ' EXM-REASON.
           DISPLAY 'ISSUED:        ' EXM-ISSUE-DATE.
           DISPLAY 'EXPIRES:       ' EXM-EXPIRATION-DATE.

      *  Blank keeps the value already on the record.
       0700-ACCEPT-CERTIFICATE-FIELDS.
           MOVE 'Y' TO FIELDS-OK-SWITCH.
           DISPLAY 'CERTIFICATE NUMBER [' EXM-CERT-NUMBER ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO EXM-CERT-NUMBER.
           DISPLAY 'REASON, R(ESALE) N(ONPROFIT) G(OVERNMENT) '
               'O(THER) [' EXM-REASON ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO EXM-REASON.
           IF EXM-REASON = 'r'
               MOVE 'R' TO EXM-REASON.
           IF EXM-REASON = 'n'
               MOVE 'N' TO EXM-REASON.
           IF EXM-REASON = 'g'
               MOVE 'G' TO EXM-REASON.
           IF EXM-REASON = 'o'
               MOVE 'O' TO EXM-REASON.
           DISPLAY 'ISSUED, CCYYMMDD [' EXM-ISSUE-DATE ']'.
           ACCEPT DATE-REPLY.
           IF DATE-REPLY NOT = SPACES
               IF DATE-REPLY NUMERIC
                   MOVE DATE-REPLY-NUM TO EXM-ISSUE-DATE
               ELSE
                   MOVE ZERO TO EXM-ISSUE-DATE.
           DISPLAY 'EXPIRES, CCYYMMDD [' EXM-EXPIRATION-DATE ']'.
           ACCEPT DATE-REPLY.
           IF DATE-REPLY NOT = SPACES
               IF DATE-REPLY NUMERIC
                   MOVE DATE-REPLY-NUM TO EXM-EXPIRATION-DATE
               ELSE
                   MOVE ZERO TO EXM-EXPIRATION-DATE.
           IF EXM-CERT-NUMBER = SPACES
               DISPLAY 'A CERTIFICATE NUMBER IS REQUIRED'
               MOVE 'N' TO FIELDS-OK-SWITCH.
           IF NOT EXM-REASON-VALID
               DISPLAY 'THE REASON MUST BE R, N, G, OR O'
               MOVE 'N' TO FIELDS-OK-SWITCH.
           CALL 'DATEEDIT' USING EXM-ISSUE-DATE DATE-EDIT-SWITCH.
           IF DATE-EDIT-SWITCH NOT = 'Y'
               DISPLAY 'THE ISSUE DATE IS NOT A REAL DATE'
               MOVE 'N' TO FIELDS-OK-SWITCH.
           CALL 'DATEEDIT' USING EXM-EXPIRATION-DATE DATE-EDIT-SWITCH.
           IF DATE-EDIT-SWITCH NOT = 'Y'
               DISPLAY 'THE EXPIRATION DATE IS NOT A REAL DATE'
               MOVE 'N' TO FIELDS-OK-SWITCH.
           IF FIELDS-OK
             AND EXM-EXPIRATION-DATE < EXM-ISSUE-DATE
               DISPLAY 'THE CERTIFICATE EXPIRES BEFORE IT WAS ISSUED'
               MOVE 'N' TO FIELDS-OK-SWITCH.
