       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESTMASK.

      *  Masked unload of production files for the test area, so a
      *  change can be tested against production volumes and
      *  production key structure without production names, street
      *  addresses, phone numbers, or bank details leaving the
      *  production area.  One request record per line of
      *  MASKPARM.DAT, laid out like FILEUNLD's UNLDPARM.DAT:
      *
      *      cols 1-8   file id:   BILLMSTR CONTACT  CONTACTA EMPMAST
      *                            CUSTMAST ORDHIST  ACHENRL  BILLTO
      *                            CHAPT08  CHAPHIST ECUSXREF
      *                            PHONLOGD CAMPGRP
      *      cols 9-20  output file name (blank: <fileid>.MSK)
      *
      *  Indexed files are read in key order to a sequential image
      *  in FILEUNLD's format -- records, then a TRAILER record
      *  with the count -- so an image copied into the test area as
      *  <fileid>.UNL reloads there with FILEUNLD RELOAD.  The
      *  sequential files (PHONLOGD, CAMPGRP) are written as masked
      *  copies of themselves, with no trailer.
      *
      *  What is replaced: personal and contact names, employee and
      *  salesman names, street addresses, phone numbers, e-mail
      *  addresses, free-text notes, and autopay bank routing and
      *  account numbers.  What is kept: amounts, dates, codes,
      *  account numbers, customer codes, handles, and city, state
      *  and postal code, so test runs price, tax, age, and route
      *  the way production does.
      *
      *  The fake values are built from a seed, never drawn at
      *  random, so one real person comes out the same fake person
      *  in every file and on every run:
      *
      *    - anyone on the ECUSXREF.DAT cross-reference is seeded
      *      with their enterprise number, found through whichever
      *      link the record carries (contact key, mailing handle,
      *      customer code, billing account) -- the contact, the
      *      mailing record, the customer, and the bill-to all
      *      become "RUTH OKAFOR 000123";
      *    - anyone else is seeded with a hash of the key the record
      *      does carry (500000 and up, clear of enterprise
      *      numbers), and a phone number with a hash of the number,
      *      so PHONLOGD calls still join to the masked contact.
      *
      *  CONTACT.DAT is keyed by name, so its key changes; the
      *  activity, campaign group, and cross-reference keys that
      *  point at it are changed the same way and still join.
      *
      *  An output name that is any production file this program
      *  reads, or a FILEUNLD .UNL backup image, is refused -- the
      *  request is reported and nothing is written.  Every request
      *  and its counts land on the report TESTMASK.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARMS           ASSIGN TO "MASKPARM.DAT"
                                       LINE SEQUENTIAL.
           SELECT MASK-REPORT          ASSIGN TO "TESTMASK.RPT"
                                       LINE SEQUENTIAL.
           SELECT IMAGE-FILE           ASSIGN TO IMAGE-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS IMAGE-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS INDEXED-STATUS.
           SELECT BILLING-MASTER-FILE  ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BILLING-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT CONTACT ASSIGN "CONTACT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTACT-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT CONTACT-ACTIVITY ASSIGN "CONTACTA.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACT-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT EMPLOYEE-MASTER      ASSIGN TO "EMPMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-ID
                                       ALTERNATE RECORD KEY
                                           EMP-PHONE-USER-ID
                                           WITH DUPLICATES
                                       FILE STATUS INDEXED-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS INDEXED-STATUS.
           SELECT ORDER-HISTORY        ASSIGN TO "ORDHIST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT AUTOPAY-ENROLLMENT   ASSIGN TO "ACHENRL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACH-ACCOUNT-NR
                                       FILE STATUS INDEXED-STATUS.
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS INDEXED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "CHAPT08.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MASTER-HANDLE
                                       ALTERNATE RECORD KEY
                                           MASTER-NAME
                                       FILE STATUS INDEXED-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CHAPHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY HISTORY-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT PHONE-LOG-FILE       ASSIGN TO "PHONLOGD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS INDEXED-STATUS.
           SELECT CAMPAIGN-GROUP-FILE  ASSIGN TO "CAMPGRP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS INDEXED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARMS.
       01  MASK-PARM-RECORD.
           05  PARM-FILE-ID            PIC X(8).
           05  PARM-OUTPUT-NAME        PIC X(12).

       FD  MASK-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  IMAGE-FILE.
       01  IMAGE-RECORD.
           05  IMG-TRAILER-TAG         PIC X(8).
           05  IMG-TRAILER-COUNT       PIC 9(7).
           05  FILLER                  PIC X(242).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       FD  BILLING-MASTER-FILE.
       01  BILLING-RECORD.
           05  BILLING-KEY             PIC X(8).
           05  FILLER                  PIC X(72).

       FD  CONTACT LABEL RECORDS STANDARD.
       01  CONTACT-RECORD.
         05  CONTACT-KEY.
           10  CONTACT-LAST-NAME   PIC X(30).
           10  CONTACT-FIRST-NAME  PIC X(15).
         05  CONTACT-STREET        PIC X(80).
         05  CONTACT-CITY          PIC X(50).
         05  CONTACT-STATE         PIC X(2).
         05  CONTACT-ZIP           PIC X(10).
         05  CONTACT-PHONE         PIC 9(10).
         05  CONTACT-EMAIL         PIC X(60).

       FD  CONTACT-ACTIVITY LABEL RECORDS STANDARD.
       01  CONTACT-ACTIVITY-RECORD.
         05  ACT-KEY.
           10  ACT-CONTACT-KEY     PIC X(45).
           10  ACT-TIMESTAMP       PIC 9(16).
         05  ACT-TYPE              PIC X.
         05  ACT-EMPLOYEE-ID       PIC X(6).
         05  ACT-FOLLOW-UP-DATE    PIC 9(8).
         05  ACT-SOURCE            PIC X.
         05  ACT-NOTES             PIC X(160).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC X(6).
           05  EMP-NAME                PIC X(20).
           05  EMP-DEPARTMENT          PIC X(10).
           05  EMP-LOCATION            PIC X(10).
           05  EMP-EXTENSION           PIC X(4).
           05  EMP-STATUS-FLAG         PIC X.
           05  EMP-PHONE-USER-ID       PIC X(8).
           05  FILLER                  PIC X(21).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  CUST-FREIGHT-TERMS      PIC X.
           05  CUST-CREDIT-LIMIT       PIC 9(3).
           05  CUST-LANGUAGE           PIC XX.

       FD  ORDER-HISTORY.
       01  ORDER-HISTORY-RECORD.
           05  OHIST-KEY.
               10  OHIST-CUSTOMER-CODE    PIC X(6).
               10  OHIST-ORDER-DATE       PIC 9(8).
               10  OHIST-ORDER-NUMBER     PIC 9(6).
           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       FD  AUTOPAY-ENROLLMENT.
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  ACH-ACCOUNT-NR          PIC X(8).
           05  ACH-ROUTING-NR          PIC X(9).
           05  ACH-BANK-ACCOUNT-NR     PIC X(17).
           05  FILLER                  PIC X(86).

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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-HANDLE       PIC X(16).
           05  MASTER-NAME         PIC X(30).
           05  MASTER-ADDRESS      PIC X(50).
           05  MASTER-CITY         PIC X(30).
           05  MASTER-STATE        PIC XX.
           05  MASTER-POSTAL-CODE  PIC X(10).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-HANDLE      PIC X(16).
               10  HISTORY-TIMESTAMP   PIC X(16).
           05  HISTORY-NAME            PIC X(30).
           05  HISTORY-ADDRESS         PIC X(50).
           05  HISTORY-CITY            PIC X(30).
           05  HISTORY-STATE           PIC XX.
           05  HISTORY-POSTAL-CODE     PIC X(10).

       FD  PHONE-LOG-FILE.
       01  PHONE-LOG-RECORD.
           05  PH-USER-ID             PIC X(8).
           05  PH-CALL-DATE           PIC 9(8).
           05  PH-CALL-LENGTH         PIC 9999.
           05  PH-CALL-NUMBER         PIC 9(10).
           05  PH-SALES-INFO          PIC X(50).
           05  PH-DISPOSITION         PIC X.
           05  PH-CALLBACK-DATE       PIC 9(8).
           05  PH-CALLBACK-TIME       PIC 9(4).
           05  PH-CALL-TIME           PIC 9(4).

       FD  CAMPAIGN-GROUP-FILE.
       01  CAMPAIGN-GROUP-RECORD.
           05  CGRP-CAMPAIGN-CODE    PIC X(6).
           05  CGRP-MAIL-DATE        PIC 9(8).
           05  CGRP-WINDOW-DAYS      PIC 9(3).
           05  CGRP-GROUP            PIC X.
           05  CGRP-CONTACT-KEY      PIC X(45).

       WORKING-STORAGE SECTION.
       01  IMAGE-FILE-NAME             PIC X(12).
       01  IMAGE-STATUS                PIC XX.
       01  INDEXED-STATUS              PIC XX.
       01  PARMS-EOF-STATUS            PIC X VALUE 'N'.
           88  PARMS-END               VALUE 'Y'.
       01  WORK-EOF-STATUS             PIC X.
           88  WORK-END                VALUE 'Y'.
       01  SEQUENTIAL-FILE-SWITCH      PIC X.
           88  SEQUENTIAL-FILE         VALUE 'Y'.
       01  READ-COUNT                  PIC 9(7).
       01  MASKED-COUNT                PIC 9(7).
       01  RECORD-MASKED-SWITCH        PIC X.
           88  RECORD-WAS-MASKED       VALUE 'Y'.

      *  Names this program reads; none may be written over.
       01  PRODUCTION-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE 'BILLMSTR.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CONTACT.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CONTACTA.DAT'.
           05  FILLER                  PIC X(12) VALUE 'EMPMAST'.
           05  FILLER                  PIC X(12) VALUE 'CUSTMAST'.
           05  FILLER                  PIC X(12) VALUE 'ORDHIST'.
           05  FILLER                  PIC X(12) VALUE 'ACHENRL.DAT'.
           05  FILLER                  PIC X(12) VALUE 'BILLTO.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CHAPT08.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CHAPHIST.DAT'.
           05  FILLER                  PIC X(12) VALUE 'ECUSXREF.DAT'.
           05  FILLER                  PIC X(12) VALUE 'PHONLOGD.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CAMPGRP.DAT'.
           05  FILLER                  PIC X(12) VALUE 'MASKPARM.DAT'.
           05  FILLER                  PIC X(12) VALUE 'TESTMASK.RPT'.
       01  PRODUCTION-NAME-TABLE REDEFINES PRODUCTION-NAME-VALUES.
           05  PRODUCTION-NAME         PIC X(12) OCCURS 15 TIMES.
       01  PRODUCTION-SUB              PIC 99.
       01  OUTPUT-NAME-UPPER           PIC X(12).
       01  NAME-REFUSED-SWITCH         PIC X.
           88  NAME-REFUSED            VALUE 'Y'.
       01  UNL-SUFFIX-COUNT            PIC 99.

      *  The cross-reference, held for the run (CRDREVW's way) so
      *  every link can be looked up from any file.
       01  XREF-AVAILABLE-SWITCH       PIC X VALUE 'N'.
           88  XREF-AVAILABLE          VALUE 'Y'.
       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-FOUND-SUB              PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 3000 TIMES.
               10  XLNK-ENTERPRISE-NR   PIC 9(6).
               10  XLNK-CONTACT-KEY     PIC X(45).
               10  XLNK-MAIL-HANDLE     PIC X(16).
               10  XLNK-CUSTOMER-CODE   PIC X(6).
               10  XLNK-BILLING-ACCOUNT PIC X(8).
       01  XREF-OVERFLOW-COUNT         PIC 9(5) VALUE ZERO.

      *  LOOKUP-TYPE: C contact key, H mailing handle, U customer
      *  code, A billing account.
       01  LOOKUP-TYPE                 PIC X.
       01  LOOKUP-VALUE                PIC X(45).

      *  Fake values.  Names are kept to six letters so the full
      *  fake name fits the 20-byte employee name.
       01  LAST-NAME-VALUES.
           05  FILLER                  PIC X(30) VALUE
               'ABBOTTBAKER CARSONDALTONELLIOT'.
           05  FILLER                  PIC X(30) VALUE
               'FOSTERGARNERHOLMESINGRAMJARVIS'.
           05  FILLER                  PIC X(30) VALUE
               'KEMP  LOWRY MASON NOLAN OKAFOR'.
           05  FILLER                  PIC X(30) VALUE
               'PRYOR QUINN RAMSEYSLOANETOWNE '.
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05  FAKE-LAST-ENTRY         PIC X(6) OCCURS 20 TIMES.
       01  FIRST-NAME-VALUES.
           05  FILLER                  PIC X(30) VALUE
               'ALICE BRUCE CLARA DANIELEDITH '.
           05  FILLER                  PIC X(30) VALUE
               'FRANK GRACE HENRY IRENE JULIAN'.
           05  FILLER                  PIC X(30) VALUE
               'KAREN LEON  MARTHANORMANOLIVE '.
           05  FILLER                  PIC X(30) VALUE
               'PETER RUTH  SAMUELTHEA  VICTOR'.
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FAKE-FIRST-ENTRY        PIC X(6) OCCURS 20 TIMES.
       01  FAKE-SEED                   PIC 9(6).
       01  FAKE-QUOTIENT               PIC 9(6).
       01  FAKE-NAME-SUB               PIC 99.
       01  FAKE-HOUSE-NR               PIC 9(4).
       01  FAKE-FIRST-NAME             PIC X(15).
       01  FAKE-LAST-NAME              PIC X(30).
       01  FAKE-FULL-NAME              PIC X(30).
       01  FAKE-STREET                 PIC X(40).
       01  FAKE-EMAIL                  PIC X(60).
       01  FAKE-CONTACT-KEY.
           05  FAKE-KEY-LAST           PIC X(30).
           05  FAKE-KEY-FIRST          PIC X(15).
       01  FAKE-PHONE                  PIC 9(10).
       01  FAKE-BANK-ACCOUNT           PIC X(17).
      *  A routing number that passes the ABA check digit, so
      *  ACHMAINT and ACHDRAFT accept the masked enrollments.
       01  FAKE-ROUTING-NR             PIC X(9) VALUE '011000015'.
       01  REAL-PHONE                  PIC 9(10).
       01  UNLINKED-SEED-BASE          PIC 9(6) VALUE 500000.

       01  HASH-TEXT                   PIC X(60).
       01  HASH-VALUE                  PIC 9(12).
       01  HASH-SUB                    PIC 99.

       01  NORMALIZE-WORK              PIC X(60).
       01  SQUEEZE-WORK                PIC X(60).
       01  SQUEEZE-SUB                 PIC 99.
       01  SQUEEZE-PTR                 PIC 99.

       01  REPORT-HEADING              PIC X(80) VALUE
           'FILE ID   OUTPUT FILE     RECORDS READ / MASKED  RESULT'.
       01  REPORT-DETAIL-LINE.
           05  RPT-FILE-ID             PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-OUTPUT-NAME         PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-COUNT-1             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE '/'.
           05  RPT-COUNT-2             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-VERDICT             PIC X(30).
       01  REPORT-XREF-LINE.
           05  FILLER                  PIC X(32) VALUE
               'CROSS-REFERENCE LINKS LOADED:  '.
           05  RPT-XREF-COUNT          PIC Z,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  NOT HELD: '.
           05  RPT-XREF-OVERFLOW       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           OPEN INPUT MASK-PARMS
                OUTPUT MASK-REPORT.
           WRITE REPORT-LINE FROM REPORT-HEADING.
           PERFORM 0050-LOAD-XREF-LINKS.
           PERFORM 0800-READ-PARM-RECORD.
           PERFORM 0100-PROCESS-ONE-REQUEST
               UNTIL PARMS-END.
           CLOSE MASK-PARMS
                 MASK-REPORT.
           STOP RUN.

       0050-LOAD-XREF-LINKS.
           OPEN INPUT ENTERPRISE-XREF.
           IF INDEXED-STATUS NOT = '00'
               MOVE 'NO ECUSXREF.DAT -- ALL RECORDS SEEDED BY KEY'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH.
           MOVE 'Y' TO XREF-AVAILABLE-SWITCH.
           MOVE 'N' TO WORK-EOF-STATUS.
           PERFORM UNTIL WORK-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WORK-EOF-STATUS
                   NOT AT END
                       IF NR-XREF-LINKS < 3000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-ENTERPRISE-NR
                             TO XLNK-ENTERPRISE-NR (NR-XREF-LINKS)
                           MOVE ECX-CONTACT-KEY
                             TO XLNK-CONTACT-KEY (NR-XREF-LINKS)
                           MOVE ECX-MAIL-HANDLE
                             TO XLNK-MAIL-HANDLE (NR-XREF-LINKS)
                           MOVE ECX-CUSTOMER-CODE
                             TO XLNK-CUSTOMER-CODE (NR-XREF-LINKS)
                           MOVE ECX-BILLING-ACCOUNT
                             TO XLNK-BILLING-ACCOUNT (NR-XREF-LINKS)
                       ELSE
                           ADD 1 TO XREF-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.
           MOVE NR-XREF-LINKS TO RPT-XREF-COUNT.
           MOVE XREF-OVERFLOW-COUNT TO RPT-XREF-OVERFLOW.
           WRITE REPORT-LINE FROM REPORT-XREF-LINE.

       0100-PROCESS-ONE-REQUEST.
           MOVE ZERO TO READ-COUNT
                        MASKED-COUNT.
           MOVE 'N' TO WORK-EOF-STATUS.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE PARM-FILE-ID TO RPT-FILE-ID.
           IF PARM-OUTPUT-NAME = SPACES
               MOVE SPACES TO IMAGE-FILE-NAME
               STRING PARM-FILE-ID DELIMITED BY SPACE
                      '.MSK' DELIMITED BY SIZE
                      INTO IMAGE-FILE-NAME
           ELSE
               MOVE PARM-OUTPUT-NAME TO IMAGE-FILE-NAME.
           MOVE IMAGE-FILE-NAME TO RPT-OUTPUT-NAME.
           PERFORM 0150-CHECK-OUTPUT-NAME.
           IF NAME-REFUSED
               MOVE '*PRODUCTION NAME - REFUSED*' TO RPT-VERDICT
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ELSE
               PERFORM 0200-MASK-ONE-FILE.
           PERFORM 0800-READ-PARM-RECORD.

       0150-CHECK-OUTPUT-NAME.
           MOVE 'N' TO NAME-REFUSED-SWITCH.
           MOVE FUNCTION UPPER-CASE (IMAGE-FILE-NAME)
               TO OUTPUT-NAME-UPPER.
           PERFORM VARYING PRODUCTION-SUB FROM 1 BY 1
               UNTIL PRODUCTION-SUB > 15
               IF OUTPUT-NAME-UPPER = PRODUCTION-NAME (PRODUCTION-SUB)
                   MOVE 'Y' TO NAME-REFUSED-SWITCH
               END-IF
           END-PERFORM.
           MOVE ZERO TO UNL-SUFFIX-COUNT.
           INSPECT OUTPUT-NAME-UPPER TALLYING UNL-SUFFIX-COUNT
               FOR ALL '.UNL'.
           IF UNL-SUFFIX-COUNT > ZERO
               MOVE 'Y' TO NAME-REFUSED-SWITCH.

       0200-MASK-ONE-FILE.
           PERFORM 0900-OPEN-PRODUCTION-INPUT.
           IF INDEXED-STATUS NOT = '00'
               MOVE '*FILE NOT AVAILABLE*' TO RPT-VERDICT
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           ELSE
               OPEN OUTPUT IMAGE-FILE
               PERFORM 0250-COPY-OUT-RECORDS
                   UNTIL WORK-END
               IF NOT SEQUENTIAL-FILE
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE 'TRAILER ' TO IMG-TRAILER-TAG
                   MOVE READ-COUNT TO IMG-TRAILER-COUNT
                   WRITE IMAGE-RECORD
               END-IF
               CLOSE IMAGE-FILE
               PERFORM 0950-CLOSE-PRODUCTION
               MOVE READ-COUNT TO RPT-COUNT-1
               MOVE MASKED-COUNT TO RPT-COUNT-2
               IF MASKED-COUNT = ZERO
                   MOVE 'COPIED - NOTHING PERSONAL' TO RPT-VERDICT
               ELSE
                   MOVE 'MASKED' TO RPT-VERDICT
               END-IF
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

       0250-COPY-OUT-RECORDS.
           MOVE 'N' TO RECORD-MASKED-SWITCH.
           PERFORM 0910-READ-AND-MASK-NEXT.
           IF NOT WORK-END
               ADD 1 TO READ-COUNT
               IF RECORD-WAS-MASKED
                   ADD 1 TO MASKED-COUNT
               END-IF
               WRITE IMAGE-RECORD.

       0800-READ-PARM-RECORD.
           READ MASK-PARMS
               AT END
                   MOVE 'Y' TO PARMS-EOF-STATUS.

      *  The per-file I/O, dispatched as in FILEUNLD.
       0900-OPEN-PRODUCTION-INPUT.
           MOVE 'N' TO SEQUENTIAL-FILE-SWITCH.
           EVALUATE PARM-FILE-ID
               WHEN 'BILLMSTR'
                   OPEN INPUT BILLING-MASTER-FILE
               WHEN 'CONTACT '
                   OPEN INPUT CONTACT
               WHEN 'CONTACTA'
                   OPEN INPUT CONTACT-ACTIVITY
               WHEN 'EMPMAST '
                   OPEN INPUT EMPLOYEE-MASTER
               WHEN 'CUSTMAST'
                   OPEN INPUT CUSTOMER-MASTER
               WHEN 'ORDHIST '
                   OPEN INPUT ORDER-HISTORY
               WHEN 'ACHENRL '
                   OPEN INPUT AUTOPAY-ENROLLMENT
               WHEN 'BILLTO  '
                   OPEN INPUT BILL-TO-FILE
               WHEN 'CHAPT08 '
                   OPEN INPUT MASTER-FILE
               WHEN 'CHAPHIST'
                   OPEN INPUT HISTORY-FILE
               WHEN 'ECUSXREF'
                   OPEN INPUT ENTERPRISE-XREF
               WHEN 'PHONLOGD'
                   MOVE 'Y' TO SEQUENTIAL-FILE-SWITCH
                   OPEN INPUT PHONE-LOG-FILE
               WHEN 'CAMPGRP '
                   MOVE 'Y' TO SEQUENTIAL-FILE-SWITCH
                   OPEN INPUT CAMPAIGN-GROUP-FILE
               WHEN OTHER
                   MOVE '35' TO INDEXED-STATUS
           END-EVALUATE.

       0910-READ-AND-MASK-NEXT.
           MOVE SPACES TO IMAGE-RECORD.
           EVALUATE PARM-FILE-ID
               WHEN 'BILLMSTR'
                   READ BILLING-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           MOVE BILLING-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CONTACT '
                   READ CONTACT NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2000-MASK-CONTACT
                           MOVE CONTACT-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CONTACTA'
                   READ CONTACT-ACTIVITY NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2100-MASK-ACTIVITY
                           MOVE CONTACT-ACTIVITY-RECORD
                               TO IMAGE-RECORD
                   END-READ
               WHEN 'EMPMAST '
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2200-MASK-EMPLOYEE
                           MOVE EMPLOYEE-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CUSTMAST'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2300-MASK-CUSTOMER
                           MOVE CUSTOMER-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'ORDHIST '
                   READ ORDER-HISTORY NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2400-MASK-ORDER
                           MOVE ORDER-HISTORY-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'ACHENRL '
                   READ AUTOPAY-ENROLLMENT NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2500-MASK-ENROLLMENT
                           MOVE AUTOPAY-ENROLLMENT-RECORD
                               TO IMAGE-RECORD
                   END-READ
               WHEN 'BILLTO  '
                   READ BILL-TO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2600-MASK-BILL-TO
                           MOVE BILL-TO-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CHAPT08 '
                   READ MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2700-MASK-MAILING
                           MOVE MASTER-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CHAPHIST'
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2800-MASK-MAILING-HISTORY
                           MOVE HISTORY-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'ECUSXREF'
                   READ ENTERPRISE-XREF NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 2900-MASK-XREF
                           MOVE ENTERPRISE-XREF-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'PHONLOGD'
                   READ PHONE-LOG-FILE
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 3000-MASK-PHONE-CALL
                           MOVE PHONE-LOG-RECORD TO IMAGE-RECORD
                   END-READ
               WHEN 'CAMPGRP '
                   READ CAMPAIGN-GROUP-FILE
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           PERFORM 3100-MASK-CAMPAIGN-GROUP
                           MOVE CAMPAIGN-GROUP-RECORD TO IMAGE-RECORD
                   END-READ
           END-EVALUATE.

       0950-CLOSE-PRODUCTION.
           EVALUATE PARM-FILE-ID
               WHEN 'BILLMSTR'
                   CLOSE BILLING-MASTER-FILE
               WHEN 'CONTACT '
                   CLOSE CONTACT
               WHEN 'CONTACTA'
                   CLOSE CONTACT-ACTIVITY
               WHEN 'EMPMAST '
                   CLOSE EMPLOYEE-MASTER
               WHEN 'CUSTMAST'
                   CLOSE CUSTOMER-MASTER
               WHEN 'ORDHIST '
                   CLOSE ORDER-HISTORY
               WHEN 'ACHENRL '
                   CLOSE AUTOPAY-ENROLLMENT
               WHEN 'BILLTO  '
                   CLOSE BILL-TO-FILE
               WHEN 'CHAPT08 '
                   CLOSE MASTER-FILE
               WHEN 'CHAPHIST'
                   CLOSE HISTORY-FILE
               WHEN 'ECUSXREF'
                   CLOSE ENTERPRISE-XREF
               WHEN 'PHONLOGD'
                   CLOSE PHONE-LOG-FILE
               WHEN 'CAMPGRP '
                   CLOSE CAMPAIGN-GROUP-FILE
           END-EVALUATE.

      *  The per-file masking.  Each sets RECORD-MASKED-SWITCH when
      *  it replaced anything.
       2000-MASK-CONTACT.
           MOVE CONTACT-KEY TO LOOKUP-VALUE.
           PERFORM 5400-FAKE-CONTACT-KEY.
           MOVE FAKE-CONTACT-KEY TO CONTACT-KEY.
           IF CONTACT-STREET NOT = SPACES
               MOVE FAKE-STREET TO CONTACT-STREET.
           IF CONTACT-EMAIL NOT = SPACES
               MOVE FAKE-EMAIL TO CONTACT-EMAIL.
           IF CONTACT-PHONE NUMERIC
               MOVE CONTACT-PHONE TO REAL-PHONE
               PERFORM 5300-FAKE-PHONE
               MOVE FAKE-PHONE TO CONTACT-PHONE.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2100-MASK-ACTIVITY.
           MOVE ACT-CONTACT-KEY TO LOOKUP-VALUE.
           PERFORM 5400-FAKE-CONTACT-KEY.
           MOVE FAKE-CONTACT-KEY TO ACT-CONTACT-KEY.
           IF ACT-NOTES NOT = SPACES
               MOVE 'NOTE TEXT MASKED FOR TEST' TO ACT-NOTES.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2200-MASK-EMPLOYEE.
           MOVE EMP-ID TO HASH-TEXT.
           PERFORM 5100-SEED-FROM-HASH.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO EMP-NAME.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2300-MASK-CUSTOMER.
           MOVE 'U' TO LOOKUP-TYPE.
           MOVE CUST-CODE TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO CUST-NAME.
           IF CUST-ADDRESS NOT = SPACES
               MOVE FAKE-STREET TO CUST-ADDRESS.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2400-MASK-ORDER.
           MOVE 'U' TO LOOKUP-TYPE.
           MOVE OHIST-CUSTOMER-CODE TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO OHIST-CUSTOMER-NAME.
           IF OHIST-SALESMAN-NAME NOT = SPACES
               MOVE OHIST-SALESMAN-ID TO HASH-TEXT
               PERFORM 5100-SEED-FROM-HASH
               PERFORM 5000-BUILD-FAKE-IDENTITY
               MOVE FAKE-FULL-NAME TO OHIST-SALESMAN-NAME.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2500-MASK-ENROLLMENT.
           MOVE 'A' TO LOOKUP-TYPE.
           MOVE ACH-ACCOUNT-NR TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           MOVE SPACES TO FAKE-BANK-ACCOUNT.
           STRING 'TEST' FAKE-SEED DELIMITED BY SIZE
               INTO FAKE-BANK-ACCOUNT.
           MOVE FAKE-ROUTING-NR TO ACH-ROUTING-NR.
           MOVE FAKE-BANK-ACCOUNT TO ACH-BANK-ACCOUNT-NR.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2600-MASK-BILL-TO.
           MOVE 'A' TO LOOKUP-TYPE.
           MOVE BTO-ACCOUNT-NR TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO BTO-NAME.
           IF BTO-STREET NOT = SPACES
               MOVE FAKE-STREET TO BTO-STREET.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2700-MASK-MAILING.
           MOVE 'H' TO LOOKUP-TYPE.
           MOVE MASTER-HANDLE TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO MASTER-NAME.
           IF MASTER-ADDRESS NOT = SPACES
               MOVE FAKE-STREET TO MASTER-ADDRESS.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       2800-MASK-MAILING-HISTORY.
           MOVE 'H' TO LOOKUP-TYPE.
           MOVE HISTORY-HANDLE TO LOOKUP-VALUE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-FULL-NAME TO HISTORY-NAME.
           IF HISTORY-ADDRESS NOT = SPACES
               MOVE FAKE-STREET TO HISTORY-ADDRESS.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

      *  The match name is rebuilt the way XREFBILD builds it from
      *  a contact, so a rebuild in the test area lands on the same
      *  enterprise numbers.
       2900-MASK-XREF.
           MOVE ECX-ENTERPRISE-NR TO FAKE-SEED.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           IF ECX-CONTACT-KEY NOT = SPACES
               MOVE FAKE-LAST-NAME TO FAKE-KEY-LAST
               MOVE FAKE-FIRST-NAME TO FAKE-KEY-FIRST
               MOVE FAKE-CONTACT-KEY TO ECX-CONTACT-KEY.
           MOVE SPACES TO NORMALIZE-WORK.
           MOVE FAKE-FULL-NAME TO NORMALIZE-WORK.
           PERFORM 5500-NORMALIZE-TEXT.
           MOVE NORMALIZE-WORK (1:30) TO ECX-MATCH-NAME.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       3000-MASK-PHONE-CALL.
           IF PH-CALL-NUMBER NUMERIC
               MOVE PH-CALL-NUMBER TO REAL-PHONE
               PERFORM 5300-FAKE-PHONE
               MOVE FAKE-PHONE TO PH-CALL-NUMBER.
           IF PH-SALES-INFO NOT = SPACES
               MOVE 'CALL NOTES MASKED FOR TEST' TO PH-SALES-INFO.
           MOVE 'Y' TO RECORD-MASKED-SWITCH.

       3100-MASK-CAMPAIGN-GROUP.
           IF CGRP-CONTACT-KEY NOT = SPACES
               MOVE CGRP-CONTACT-KEY TO LOOKUP-VALUE
               PERFORM 5400-FAKE-CONTACT-KEY
               MOVE FAKE-CONTACT-KEY TO CGRP-CONTACT-KEY
               MOVE 'Y' TO RECORD-MASKED-SWITCH.

      *  FAKE-SEED from the cross-reference link named by
      *  LOOKUP-TYPE and LOOKUP-VALUE; a record with no link is
      *  seeded from a hash of the value itself.
       4000-SEED-FROM-LINK.
           MOVE ZERO TO XREF-FOUND-SUB.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
                  OR XREF-FOUND-SUB > ZERO
               EVALUATE LOOKUP-TYPE
                   WHEN 'C'
                       IF XLNK-CONTACT-KEY (XREF-SUB) = LOOKUP-VALUE
                           MOVE XREF-SUB TO XREF-FOUND-SUB
                       END-IF
                   WHEN 'H'
                       IF XLNK-MAIL-HANDLE (XREF-SUB)
                               = LOOKUP-VALUE (1:16)
                           MOVE XREF-SUB TO XREF-FOUND-SUB
                       END-IF
                   WHEN 'U'
                       IF XLNK-CUSTOMER-CODE (XREF-SUB)
                               = LOOKUP-VALUE (1:6)
                           MOVE XREF-SUB TO XREF-FOUND-SUB
                       END-IF
                   WHEN 'A'
                       IF XLNK-BILLING-ACCOUNT (XREF-SUB)
                               = LOOKUP-VALUE (1:8)
                           MOVE XREF-SUB TO XREF-FOUND-SUB
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF XREF-FOUND-SUB > ZERO
               MOVE XLNK-ENTERPRISE-NR (XREF-FOUND-SUB) TO FAKE-SEED
           ELSE
               MOVE SPACES TO HASH-TEXT
               MOVE LOOKUP-TYPE TO HASH-TEXT
               MOVE LOOKUP-VALUE TO HASH-TEXT (2:45)
               PERFORM 5100-SEED-FROM-HASH.

      *  Fake name, street, and e-mail from FAKE-SEED.  The seed is
      *  carried in the last name, so no two seeds share a name.
       5000-BUILD-FAKE-IDENTITY.
           DIVIDE FAKE-SEED BY 20 GIVING FAKE-QUOTIENT
               REMAINDER FAKE-NAME-SUB.
           ADD 1 TO FAKE-NAME-SUB.
           MOVE SPACES TO FAKE-LAST-NAME.
           STRING FAKE-LAST-ENTRY (FAKE-NAME-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FAKE-SEED DELIMITED BY SIZE
               INTO FAKE-LAST-NAME.
           DIVIDE FAKE-QUOTIENT BY 20 GIVING FAKE-QUOTIENT
               REMAINDER FAKE-NAME-SUB.
           ADD 1 TO FAKE-NAME-SUB.
           MOVE FAKE-FIRST-ENTRY (FAKE-NAME-SUB) TO FAKE-FIRST-NAME.
           MOVE SPACES TO FAKE-FULL-NAME.
           STRING FAKE-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FAKE-LAST-NAME DELIMITED BY '  '
               INTO FAKE-FULL-NAME.
           DIVIDE FAKE-SEED BY 9000 GIVING FAKE-QUOTIENT
               REMAINDER FAKE-HOUSE-NR.
           ADD 100 TO FAKE-HOUSE-NR.
           MOVE SPACES TO FAKE-STREET.
           STRING FAKE-HOUSE-NR ' TEST AVENUE' DELIMITED BY SIZE
               INTO FAKE-STREET.
           MOVE SPACES TO FAKE-EMAIL.
           STRING 'TEST' FAKE-SEED '@EXAMPLE.COM' DELIMITED BY SIZE
               INTO FAKE-EMAIL.

      *  FAKE-SEED from HASH-TEXT, in the range above the
      *  enterprise numbers.
       5100-SEED-FROM-HASH.
           MOVE ZERO TO HASH-VALUE.
           PERFORM VARYING HASH-SUB FROM 1 BY 1
               UNTIL HASH-SUB > 60
               IF HASH-TEXT (HASH-SUB:1) NOT = SPACE
                   COMPUTE HASH-VALUE = FUNCTION MOD (HASH-VALUE * 31
                       + FUNCTION ORD (HASH-TEXT (HASH-SUB:1)),
                       499979)
               END-IF
           END-PERFORM.
           COMPUTE FAKE-SEED = UNLINKED-SEED-BASE + HASH-VALUE.

      *  Phone numbers go to the 555 exchange, seeded from the real
      *  number so the same number always masks the same way.
       5300-FAKE-PHONE.
           IF REAL-PHONE = ZERO
               MOVE ZERO TO FAKE-PHONE
               EXIT PARAGRAPH.
           MOVE SPACES TO HASH-TEXT.
           MOVE REAL-PHONE TO HASH-TEXT (1:10).
           PERFORM 5100-SEED-FROM-HASH.
           COMPUTE FAKE-PHONE = 5550000000 + HASH-VALUE.

       5400-FAKE-CONTACT-KEY.
           MOVE 'C' TO LOOKUP-TYPE.
           PERFORM 4000-SEED-FROM-LINK.
           PERFORM 5000-BUILD-FAKE-IDENTITY.
           MOVE FAKE-LAST-NAME TO FAKE-KEY-LAST.
           MOVE FAKE-FIRST-NAME TO FAKE-KEY-FIRST.

      *  XREFBILD's normalization: upper case, with spaces,
      *  periods, commas, hyphens, and apostrophes closed up.
       5500-NORMALIZE-TEXT.
           MOVE FUNCTION UPPER-CASE (NORMALIZE-WORK)
               TO NORMALIZE-WORK.
           MOVE SPACES TO SQUEEZE-WORK.
           MOVE 1 TO SQUEEZE-PTR.
           PERFORM VARYING SQUEEZE-SUB FROM 1 BY 1
               UNTIL SQUEEZE-SUB > 60
               IF NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '.'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = ','
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '-'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = "'"
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = SPACE
                   MOVE NORMALIZE-WORK (SQUEEZE-SUB:1)
                       TO SQUEEZE-WORK (SQUEEZE-PTR:1)
                   ADD 1 TO SQUEEZE-PTR
               END-IF
           END-PERFORM.
           MOVE SQUEEZE-WORK TO NORMALIZE-WORK.
