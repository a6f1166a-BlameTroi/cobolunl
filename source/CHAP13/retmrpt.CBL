       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Retmrpt.

      *  Weekly returned-mail skip-trace report.  Every billing
      *  account that still owes money and whose address has come
      *  back undeliverable prints with its balance, last payment,
      *  the dead address and the USPS reason, and how long ago
      *  the mail came back -- the list collections works to find
      *  a new address for.  Totals close the report.
      *
      *  The marks are the RETMENT marks on RETMAIL.DAT.  A mark
      *  against a bill-to override names its account directly;
      *  a mark against a contact, mailing master, or order
      *  customer reaches its accounts through the ECUSXREF.DAT
      *  cross-reference.  An account prints once, under the
      *  first mark that reaches it.
      *
      *  A mark whose record has since been given a new address
      *  has lapsed -- RETMCHK no longer honours it
      *  -- and is deleted here and counted, so the file holds
      *  only the addresses still dead.
      *
      *  The business date comes from RUNDATE.DAT like the rest of
      *  the billing runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE   ASSIGN TO "RETMAIL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RTM-KEY
                                       FILE STATUS IS RETMAIL-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS BILLING-STATUS.
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
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS IS BILLTO-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT SKIP-TRACE-REPORT    ASSIGN TO "RETMRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RTM-KEY.
               10  RTM-SOURCE          PIC X.
                   88  RTM-FROM-MAILING-MASTER VALUE 'M'.
                   88  RTM-FROM-CONTACT        VALUE 'C'.
                   88  RTM-FROM-ORDER-CUSTOMER VALUE 'U'.
                   88  RTM-FROM-OVERRIDE       VALUE 'O'.
               10  RTM-SOURCE-KEY      PIC X(45).
           05  RTM-NAME                PIC X(30).
           05  RTM-STREET              PIC X(80).
           05  RTM-CITY                PIC X(50).
           05  RTM-STATE               PIC XX.
           05  RTM-ZIP                 PIC X(10).
           05  RTM-REASON              PIC XX.
           05  RTM-RETURN-DATE         PIC 9(8).
           05  RTM-ENTERED-BY          PIC X(20).
           05  RTM-KEYED-AS            PIC X.
           05  RTM-KEYED-VALUE         PIC X(45).
           05  FILLER                  PIC X(10).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

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

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  SKIP-TRACE-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  RETMAIL-STATUS              PIC XX.
       01  BILLING-STATUS              PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  BILLTO-STATUS               PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  RETMAIL-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  RETMAIL-ON-HAND         VALUE 'Y'.
       01  BILLING-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  BILLING-ON-HAND         VALUE 'Y'.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  CUSTOMER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  CUSTOMER-ON-HAND        VALUE 'Y'.
       01  BILLTO-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  BILLTO-ON-HAND          VALUE 'Y'.
       01  RETMAIL-EOF-STATUS          PIC X VALUE 'N'.
           88  RETMAIL-END             VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  MARK-STANDING-SWITCH        PIC X.
           88  MARK-STANDING           VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  RETURN-AGE-DAYS             PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  LOOKUP-ACCOUNT-NR           PIC X(8).

       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 3000 TIMES.
               10  XTBL-CONTACT-KEY    PIC X(45).
               10  XTBL-MAIL-HANDLE    PIC X(16).
               10  XTBL-CUSTOMER-CODE  PIC X(6).
               10  XTBL-BILLING-ACCOUNT PIC X(8).

       01  NR-LISTED-ACCOUNTS          PIC 9(4) VALUE ZERO.
       01  LISTED-SUB                  PIC 9(4).
       01  LISTED-FOUND-SUB            PIC 9(4).
       01  LISTED-ACCOUNT-TABLE.
           05  LISTED-ACCOUNT-NR       PIC X(8) OCCURS 3000 TIMES.

       01  MARKS-STANDING-COUNT        PIC 9(5) VALUE ZERO.
       01  MARKS-LAPSED-COUNT          PIC 9(5) VALUE ZERO.
       01  ACCOUNTS-LISTED-COUNT       PIC 9(5) VALUE ZERO.
       01  ACCOUNTS-LISTED-BALANCE     PIC 9(9)V99 VALUE ZERO.

      *  USPS return endorsements, as RETMENT accepts them.
       01  RETURN-REASON-LIST.
           05  FILLER PIC X(24) VALUE 'ANATTEMPTED - NOT KNOWN'.
           05  FILLER PIC X(24) VALUE 'IAINSUFFICIENT ADDRESS'.
           05  FILLER PIC X(24) VALUE 'NNNO SUCH NUMBER'.
           05  FILLER PIC X(24) VALUE 'NSNO SUCH STREET'.
           05  FILLER PIC X(24) VALUE 'VCVACANT'.
           05  FILLER PIC X(24) VALUE 'MLMOVED, LEFT NO ADDRESS'.
           05  FILLER PIC X(24) VALUE 'FEFORWARD ORDER EXPIRED'.
           05  FILLER PIC X(24) VALUE 'UFUNABLE TO FORWARD'.
           05  FILLER PIC X(24) VALUE 'NRNO MAIL RECEPTACLE'.
           05  FILLER PIC X(24) VALUE 'RFREFUSED'.
           05  FILLER PIC X(24) VALUE 'UCUNCLAIMED'.
           05  FILLER PIC X(24) VALUE 'DCDECEASED'.
       01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-LIST.
           05  RETURN-REASON-ENTRY OCCURS 12 TIMES.
               10  RRT-CODE            PIC XX.
               10  RRT-DESCRIPTION     PIC X(22).
       01  REASON-SUB                  PIC 99.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               'UNDELIVERABLE ACCOUNTS WITH A BALANCE AS OF'.
           05  RH1-BUSINESS-DATE       PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(39) VALUE
               'ACCOUNT       BALANCE  LAST PD RETURNED'.
           05  FILLER                  PIC X(35) VALUE
               '   DAYS  REASON                 SRC'.
           05  FILLER                  PIC X(40) VALUE
               'NAME / ADDRESS THAT CAME BACK'.
       01  REPORT-DETAIL-LINE.
           05  RD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RD-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-LAST-PAID-DATE       PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RD-RETURN-DATE          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RD-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-REASON               PIC X(22).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-SOURCE               PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-NAME                 PIC X(30).
       01  REPORT-ADDRESS-LINE.
           05  FILLER                  PIC X(74) VALUE SPACES.
           05  RA-STREET               PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  RA-CITY                 PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  RA-STATE                PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  RA-ZIP                  PIC X(5).
       01  REPORT-TOTAL-LINE-1.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNTS LISTED: '.
           05  RT-ACCOUNTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '   OWING, TOTAL '.
           05  RT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
       01  REPORT-TOTAL-LINE-2.
           05  FILLER                  PIC X(17) VALUE
               'MARKS STANDING:  '.
           05  RT-STANDING             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(34) VALUE
               '   LAPSED (NEW ADDRESS), REMOVED: '.
           05  RT-LAPSED               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           OPEN I-O RETURNED-MAIL-FILE.
           IF RETMAIL-STATUS = '00'
               MOVE 'Y' TO RETMAIL-ON-HAND-SWITCH
           ELSE
               DISPLAY 'RETMRPT: NO RETMAIL.DAT, STATUS '
                   RETMAIL-STATUS ' -- NO RETURNED MAIL TO REPORT'
               MOVE 'Y' TO RETMAIL-EOF-STATUS.
           PERFORM 0100-OPEN-MASTERS.
           PERFORM 0150-LOAD-XREF-LINKS.
           OPEN OUTPUT SKIP-TRACE-REPORT.
           MOVE BUSINESS-DATE TO RH1-BUSINESS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           IF NOT RETMAIL-END
               PERFORM 0800-READ-RETURNED-MAIL.
           PERFORM 0200-REPORT-ONE-MARK
               UNTIL RETMAIL-END.
           PERFORM 0900-PRINT-TOTALS.
           CLOSE SKIP-TRACE-REPORT.
           IF RETMAIL-ON-HAND
               CLOSE RETURNED-MAIL-FILE.
           IF BILLING-ON-HAND
               CLOSE BILLING-MASTER.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           IF MASTER-ON-HAND
               CLOSE MASTER-FILE.
           IF CUSTOMER-ON-HAND
               CLOSE CUSTOMER-MASTER.
           IF BILLTO-ON-HAND
               CLOSE BILL-TO-FILE.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

       0100-OPEN-MASTERS.
           OPEN INPUT BILLING-MASTER.
           IF BILLING-STATUS = '00'
               MOVE 'Y' TO BILLING-ON-HAND-SWITCH.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-ON-HAND-SWITCH.
           OPEN INPUT BILL-TO-FILE.
           IF BILLTO-STATUS = '00'
               MOVE 'Y' TO BILLTO-ON-HAND-SWITCH.

       0150-LOAD-XREF-LINKS.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-BILLING-ACCOUNT NOT = SPACES
                         AND NR-XREF-LINKS < 3000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-CONTACT-KEY
                               TO XTBL-CONTACT-KEY (NR-XREF-LINKS)
                           MOVE ECX-MAIL-HANDLE
                               TO XTBL-MAIL-HANDLE (NR-XREF-LINKS)
                           MOVE ECX-CUSTOMER-CODE
                               TO XTBL-CUSTOMER-CODE (NR-XREF-LINKS)
                           MOVE ECX-BILLING-ACCOUNT
                               TO XTBL-BILLING-ACCOUNT
                                   (NR-XREF-LINKS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.

       0200-REPORT-ONE-MARK.
           PERFORM 0300-CHECK-MARK-STANDING.
           IF MARK-STANDING
               ADD 1 TO MARKS-STANDING-COUNT
               PERFORM 0400-LIST-MARKED-ACCOUNTS
           ELSE
               DELETE RETURNED-MAIL-FILE RECORD
               ADD 1 TO MARKS-LAPSED-COUNT.
           PERFORM 0800-READ-RETURNED-MAIL.

      *  The same test RETMCHK makes: the mark stands unless its
      *  record can be read and now carries a different street or
      *  state.
       0300-CHECK-MARK-STANDING.
           MOVE 'Y' TO MARK-STANDING-SWITCH.
           EVALUATE TRUE
               WHEN RTM-FROM-MAILING-MASTER
                   IF MASTER-ON-HAND
                       MOVE RTM-SOURCE-KEY TO MASTER-HANDLE
                       READ MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MASTER-ADDRESS NOT = RTM-STREET
                                 OR MASTER-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-CONTACT
                   IF CONTACT-ON-HAND
                       MOVE RTM-SOURCE-KEY TO CONTACT-KEY
                       READ CONTACT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CONTACT-STREET NOT = RTM-STREET
                                 OR CONTACT-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-ORDER-CUSTOMER
                   IF CUSTOMER-ON-HAND
                       MOVE RTM-SOURCE-KEY TO CUST-CODE
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUST-ADDRESS NOT = RTM-STREET
                                 OR CUST-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-OVERRIDE
                   IF BILLTO-ON-HAND
                       MOVE RTM-SOURCE-KEY TO BTO-ACCOUNT-NR
                       READ BILL-TO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF BTO-STREET NOT = RTM-STREET
                                 OR BTO-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

       0400-LIST-MARKED-ACCOUNTS.
           IF RTM-FROM-OVERRIDE
               MOVE RTM-SOURCE-KEY TO LOOKUP-ACCOUNT-NR
               PERFORM 0500-LIST-ONE-ACCOUNT
               EXIT PARAGRAPH.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
               IF (RTM-FROM-MAILING-MASTER
                   AND XTBL-MAIL-HANDLE (XREF-SUB) = RTM-SOURCE-KEY)
                 OR (RTM-FROM-CONTACT
                   AND XTBL-CONTACT-KEY (XREF-SUB) = RTM-SOURCE-KEY)
                 OR (RTM-FROM-ORDER-CUSTOMER
                   AND XTBL-CUSTOMER-CODE (XREF-SUB) =
                       RTM-SOURCE-KEY)
                   MOVE XTBL-BILLING-ACCOUNT (XREF-SUB)
                       TO LOOKUP-ACCOUNT-NR
                   PERFORM 0500-LIST-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      *  Only an account with money still owing is worth tracing.
       0500-LIST-ONE-ACCOUNT.
           IF NOT BILLING-ON-HAND
               EXIT PARAGRAPH.
           MOVE ZERO TO LISTED-FOUND-SUB.
           PERFORM VARYING LISTED-SUB FROM 1 BY 1
               UNTIL LISTED-SUB > NR-LISTED-ACCOUNTS
                  OR LISTED-FOUND-SUB > ZERO
               IF LISTED-ACCOUNT-NR (LISTED-SUB) = LOOKUP-ACCOUNT-NR
                   MOVE LISTED-SUB TO LISTED-FOUND-SUB
               END-IF
           END-PERFORM.
           IF LISTED-FOUND-SUB > ZERO
               EXIT PARAGRAPH.
           MOVE LOOKUP-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MSTR-BALANCE-DUE NOT NUMERIC
             OR MSTR-BALANCE-DUE = ZERO
               EXIT PARAGRAPH.
           IF NR-LISTED-ACCOUNTS < 3000
               ADD 1 TO NR-LISTED-ACCOUNTS
               MOVE LOOKUP-ACCOUNT-NR
                   TO LISTED-ACCOUNT-NR (NR-LISTED-ACCOUNTS).
           CALL 'DATEARTH' USING RTM-RETURN-DATE BUSINESS-DATE
               RETURN-AGE-DAYS ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR RETURN-AGE-DAYS < ZERO
               MOVE ZERO TO RETURN-AGE-DAYS.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE MSTR-ACCOUNT-NR TO RD-ACCOUNT-NR.
           MOVE MSTR-BALANCE-DUE TO RD-BALANCE.
           MOVE MSTR-LAST-PAID-DATE TO RD-LAST-PAID-DATE.
           MOVE RTM-RETURN-DATE TO RD-RETURN-DATE.
           MOVE RETURN-AGE-DAYS TO RD-AGE-DAYS.
           MOVE RTM-REASON TO RD-REASON.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 12
               IF RRT-CODE (REASON-SUB) = RTM-REASON
                   MOVE RRT-DESCRIPTION (REASON-SUB) TO RD-REASON
               END-IF
           END-PERFORM.
           MOVE RTM-SOURCE TO RD-SOURCE.
           MOVE RTM-NAME TO RD-NAME.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           MOVE RTM-STREET TO RA-STREET.
           MOVE RTM-CITY TO RA-CITY.
           MOVE RTM-STATE TO RA-STATE.
           MOVE RTM-ZIP TO RA-ZIP.
           WRITE REPORT-LINE FROM REPORT-ADDRESS-LINE.
           ADD 1 TO ACCOUNTS-LISTED-COUNT.
           ADD MSTR-BALANCE-DUE TO ACCOUNTS-LISTED-BALANCE.

       0800-READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RETMAIL-EOF-STATUS.

       0900-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ACCOUNTS-LISTED-COUNT TO RT-ACCOUNTS.
           MOVE ACCOUNTS-LISTED-BALANCE TO RT-BALANCE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-1.
           MOVE MARKS-STANDING-COUNT TO RT-STANDING.
           MOVE MARKS-LAPSED-COUNT TO RT-LAPSED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-2.
