       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILLADDR.

      *  Bill-to name and address service.  The billing master
      *  carries no name or address, so the statement and dunning
      *  runs call here once per account for the envelope.  The
      *  address is resolved in this order:
      *
      *    1. a bill-to override on BILLTO.DAT (maintained through
      *       BILLTMNT) -- where one exists it always wins;
      *    2. the ECUSXREF.DAT enterprise cross-reference record
      *       for the billing account (a confirmed link is taken
      *       over an unconfirmed one), then in turn:
      *         - its CONTACT.DAT contact,
      *         - its CHAPT08.DAT mailing master record,
      *         - its CUSTMAST order customer, which carries no
      *           postal code and so is taken last.
      *
      *  A source only counts when it gives a name, a street, a
      *  city, and a state.
      *
      *  In:   BILLADDR-ACCOUNT-NR.
      *  Out:  BILLADDR-ADDRESS, and BILLADDR-RETURN:
      *        '00' resolved (BA-SOURCE says where from: 'O'
      *             override, 'C' contact, 'M' mailing master,
      *             'U' order customer);
      *        '01' the account is on no override and no cross-
      *             reference record;
      *        '02' the account is linked, but nothing it is linked
      *             to has a usable address.
      *
      *  The files are opened on the first call and stay open for
      *  the run; the cross-reference is keyed by enterprise
      *  number, so its billing-account links are gathered into a
      *  table once, as ESCHEAT does.  A file that is not on hand
      *  is simply never consulted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS IS BILLTO-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS IS XREF-STATUS.
           SELECT CONTACT              ASSIGN TO "CONTACT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTACT-KEY
                                       FILE STATUS IS CONTACT-STATUS.
           SELECT MASTER-FILE          ASSIGN TO "CHAPT08.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MASTER-HANDLE
                                       FILE STATUS IS MASTER-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-TO-FILE.
       01  BILL-TO-RECORD.
           05  BTO-ACCOUNT-NR          PIC X(8).
           05  BTO-NAME                PIC X(30).
           05  BTO-STREET              PIC X(40).
           05  BTO-CITY                PIC X(25).
           05  BTO-STATE               PIC XX.
           05  BTO-ZIP                 PIC X(10).
           05  BTO-MAINTAINED-DATE     PIC 9(8).
           05  BTO-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(7).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.
               88  ECX-LINK-CONFIRMED   VALUE 'Y'.

       FD  CONTACT.
       01  CONTACT-RECORD.
           05  CONTACT-KEY.
               10  CONTACT-LAST-NAME   PIC X(30).
               10  CONTACT-FIRST-NAME  PIC X(15).
           05  CONTACT-STREET          PIC X(80).
           05  CONTACT-CITY            PIC X(50).
           05  CONTACT-STATE           PIC X(2).
           05  CONTACT-ZIP             PIC X(10).
           05  CONTACT-PHONE           PIC 9(10).
           05  CONTACT-EMAIL           PIC X(60).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-HANDLE           PIC X(16).
           05  MASTER-NAME             PIC X(30).
           05  MASTER-ADDRESS          PIC X(50).
           05  MASTER-CITY             PIC X(30).
           05  MASTER-STATE            PIC XX.
           05  MASTER-POSTAL-CODE      PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  FILLER                  PIC X(7).

       WORKING-STORAGE SECTION.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  BILLTO-STATUS               PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  BILLTO-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  BILLTO-ON-HAND          VALUE 'Y'.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  CUSTOMER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  CUSTOMER-ON-HAND        VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  LOOKUP-ACCOUNT-NR           PIC X(8).
       01  NR-XREF-ACCOUNTS            PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-FOUND-SUB              PIC 9(4).
       01  ACCOUNT-XREF-TABLE.
           05  ACCOUNT-XREF-ENTRY OCCURS 3000 TIMES.
               10  XTBL-BILLING-ACCOUNT PIC X(8).
               10  XTBL-CONTACT-KEY    PIC X(45).
               10  XTBL-MAIL-HANDLE    PIC X(16).
               10  XTBL-CUSTOMER-CODE  PIC X(6).
               10  XTBL-CONFIRMED-FLAG PIC X.

       LINKAGE SECTION.
       01  BILLADDR-ACCOUNT-NR         PIC X(8).
       01  BILLADDR-ADDRESS.
           05  BA-NAME                 PIC X(30).
           05  BA-STREET               PIC X(40).
           05  BA-CITY                 PIC X(25).
           05  BA-STATE                PIC XX.
           05  BA-ZIP                  PIC X(10).
           05  BA-SOURCE               PIC X.
       01  BILLADDR-RETURN             PIC XX.

       PROCEDURE DIVISION USING BILLADDR-ACCOUNT-NR BILLADDR-ADDRESS
                                 BILLADDR-RETURN.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-OPEN-SOURCES
               PERFORM 0250-LOAD-ACCOUNT-XREF
               MOVE 'N' TO FIRST-TIME-STATUS.
           MOVE BILLADDR-ACCOUNT-NR TO LOOKUP-ACCOUNT-NR.
           MOVE SPACES TO BILLADDR-ADDRESS.
           MOVE '01' TO BILLADDR-RETURN.
           PERFORM 0300-TRY-OVERRIDE.
           IF BILLADDR-RETURN NOT = '00'
               PERFORM 0400-TRY-CROSS-REFERENCE.
           EXIT PROGRAM.

       0200-OPEN-SOURCES.
           OPEN INPUT BILL-TO-FILE.
           IF BILLTO-STATUS = '00'
               MOVE 'Y' TO BILLTO-ON-HAND-SWITCH.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-ON-HAND-SWITCH.

      *  One table entry per billing account.  A later confirmed
      *  link replaces an earlier unconfirmed one; otherwise the
      *  first link seen stands.
       0250-LOAD-ACCOUNT-XREF.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               MOVE 'Y' TO XREF-EOF-STATUS.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-BILLING-ACCOUNT NOT = SPACES
                           PERFORM 0260-NOTE-XREF-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF XREF-STATUS = '00' OR XREF-STATUS = '10'
               CLOSE ENTERPRISE-XREF.

       0260-NOTE-XREF-RECORD.
           MOVE ECX-BILLING-ACCOUNT TO LOOKUP-ACCOUNT-NR.
           PERFORM 0450-FIND-XREF-ENTRY.
           IF XREF-FOUND-SUB = ZERO
               IF NR-XREF-ACCOUNTS < 3000
                   ADD 1 TO NR-XREF-ACCOUNTS
                   MOVE NR-XREF-ACCOUNTS TO XREF-FOUND-SUB
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF XTBL-CONFIRMED-FLAG (XREF-FOUND-SUB) = 'Y'
                 OR NOT ECX-LINK-CONFIRMED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ECX-BILLING-ACCOUNT
               TO XTBL-BILLING-ACCOUNT (XREF-FOUND-SUB).
           MOVE ECX-CONTACT-KEY TO XTBL-CONTACT-KEY (XREF-FOUND-SUB).
           MOVE ECX-MAIL-HANDLE TO XTBL-MAIL-HANDLE (XREF-FOUND-SUB).
           MOVE ECX-CUSTOMER-CODE
               TO XTBL-CUSTOMER-CODE (XREF-FOUND-SUB).
           MOVE ECX-CONFIRMED-FLAG
               TO XTBL-CONFIRMED-FLAG (XREF-FOUND-SUB).

       0300-TRY-OVERRIDE.
           IF NOT BILLTO-ON-HAND
               EXIT PARAGRAPH.
           MOVE LOOKUP-ACCOUNT-NR TO BTO-ACCOUNT-NR.
           READ BILL-TO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE BTO-NAME TO BA-NAME.
           MOVE BTO-STREET TO BA-STREET.
           MOVE BTO-CITY TO BA-CITY.
           MOVE BTO-STATE TO BA-STATE.
           MOVE BTO-ZIP TO BA-ZIP.
           MOVE 'O' TO BA-SOURCE.
           MOVE '00' TO BILLADDR-RETURN.

       0400-TRY-CROSS-REFERENCE.
           PERFORM 0450-FIND-XREF-ENTRY.
           IF XREF-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           MOVE '02' TO BILLADDR-RETURN.
           PERFORM 0500-TRY-CONTACT.
           IF BILLADDR-RETURN NOT = '00'
               PERFORM 0600-TRY-MAILING-MASTER.
           IF BILLADDR-RETURN NOT = '00'
               PERFORM 0700-TRY-ORDER-CUSTOMER.

       0450-FIND-XREF-ENTRY.
           MOVE ZERO TO XREF-FOUND-SUB.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-ACCOUNTS
                  OR XREF-FOUND-SUB > ZERO
               IF XTBL-BILLING-ACCOUNT (XREF-SUB) =
                       LOOKUP-ACCOUNT-NR
                   MOVE XREF-SUB TO XREF-FOUND-SUB
               END-IF
           END-PERFORM.

       0500-TRY-CONTACT.
           IF NOT CONTACT-ON-HAND
             OR XTBL-CONTACT-KEY (XREF-FOUND-SUB) = SPACES
               EXIT PARAGRAPH.
           MOVE XTBL-CONTACT-KEY (XREF-FOUND-SUB) TO CONTACT-KEY.
           READ CONTACT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CONTACT-STREET = SPACES OR CONTACT-CITY = SPACES
             OR CONTACT-STATE = SPACES
               EXIT PARAGRAPH.
           MOVE SPACES TO BA-NAME.
           STRING CONTACT-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CONTACT-LAST-NAME DELIMITED BY '  '
               INTO BA-NAME.
           IF CONTACT-FIRST-NAME = SPACES
               MOVE CONTACT-LAST-NAME TO BA-NAME.
           MOVE CONTACT-STREET TO BA-STREET.
           MOVE CONTACT-CITY TO BA-CITY.
           MOVE CONTACT-STATE TO BA-STATE.
           MOVE CONTACT-ZIP TO BA-ZIP.
           MOVE 'C' TO BA-SOURCE.
           MOVE '00' TO BILLADDR-RETURN.

       0600-TRY-MAILING-MASTER.
           IF NOT MASTER-ON-HAND
             OR XTBL-MAIL-HANDLE (XREF-FOUND-SUB) = SPACES
               EXIT PARAGRAPH.
           MOVE XTBL-MAIL-HANDLE (XREF-FOUND-SUB) TO MASTER-HANDLE.
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MASTER-NAME = SPACES OR MASTER-ADDRESS = SPACES
             OR MASTER-CITY = SPACES OR MASTER-STATE = SPACES
               EXIT PARAGRAPH.
           MOVE MASTER-NAME TO BA-NAME.
           MOVE MASTER-ADDRESS TO BA-STREET.
           MOVE MASTER-CITY TO BA-CITY.
           MOVE MASTER-STATE TO BA-STATE.
           MOVE MASTER-POSTAL-CODE TO BA-ZIP.
           MOVE 'M' TO BA-SOURCE.
           MOVE '00' TO BILLADDR-RETURN.

       0700-TRY-ORDER-CUSTOMER.
           IF NOT CUSTOMER-ON-HAND
             OR XTBL-CUSTOMER-CODE (XREF-FOUND-SUB) = SPACES
               EXIT PARAGRAPH.
           MOVE XTBL-CUSTOMER-CODE (XREF-FOUND-SUB) TO CUST-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CUST-NAME = SPACES OR CUST-ADDRESS = SPACES
             OR CUST-CITY = SPACES OR CUST-STATE = SPACES
               EXIT PARAGRAPH.
           MOVE CUST-NAME TO BA-NAME.
           MOVE CUST-ADDRESS TO BA-STREET.
           MOVE CUST-CITY TO BA-CITY.
           MOVE CUST-STATE TO BA-STATE.
           MOVE 'U' TO BA-SOURCE.
           MOVE '00' TO BILLADDR-RETURN.
