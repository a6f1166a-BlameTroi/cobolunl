       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVRUN.

      *=================================================================
      * Customer privacy request run.  Works every verified request
      * on PRIVREQ.DAT (PRIVMNT records and verifies them) through
      * the ECUSXREF.DAT enterprise number, so one person's records
      * are found in every master the cross-reference links and in
      * the history files those masters feed:
      *
      *   CONTACT.DAT and its CONTACTA.DAT activity, the CHAPT08.DAT
      *   mailing record and its CHAPHIST.DAT change history, the
      *   CUSTMAST customer and its ORDHIST orders, the billing
      *   master with its BILLTO.DAT bill-to override and PAYHIST.DAT
      *   payments, PHONLOGD.DAT calls to the contact's phone,
      *   LETRARCH.DAT letters, the campaign files CAMPGRP.DAT,
      *   CAMPRESP.DAT and OPTOUT.DAT, policies on POLMSTR held in
      *   the same name with their CLAIMS.DAT claims, and a sales
      *   representative of the same name on SALMSTR with YTDHIST.DAT
      *   commission history.  Names are matched on the XREFBILD
      *   (MERGPURG) normalization of the cross-reference name.
      *
      * An ACCESS request lists every one of those records on the
      * PRIVRPT.DAT report and changes nothing.  An ERASURE request
      * lists them with what was done to each: name, address, and
      * phone are overwritten -- the name with ERASED and the
      * enterprise number, so the anonymized records still tie up
      * with each other -- unless a retention rule says the record
      * must be kept, in which case it is HELD and the reason
      * printed:
      *
      *   - a billing account with a balance due, a credit balance
      *     owed, an amount in dispute, or under a legal hold keeps
      *     every name and address the statement run addresses from
      *     (contact, mailing record, customer, bill-to) and the
      *     letters sent on the account;
      *   - a policy with an open claim, or still in force, keeps
      *     its policyholder name and its letters;
      *   - a sales representative with 1099 commission history
      *     keeps the salesman record and the history;
      *   - an OPTOUT.DAT entry is kept, or the person would start
      *     receiving mail again.
      *
      * Records that carry no name, address, or phone -- payments,
      * claims, campaign responses -- are listed and kept as they
      * are.  CONTACT.DAT is keyed by the name itself, so an erased
      * contact is re-keyed under the erased name, with its
      * activity (notes blanked) and campaign group entries and the
      * cross-reference link moved along with it.  The sequential
      * files (PHONLOGD, LETRARCH, CAMPGRP) are scrubbed the ARCHPURG
      * way: an image <file>.PRV is written, and the live file is
      * rebuilt from it only when something in it changed.
      *
      * Each request worked is marked completed with its counts
      * (found, erased, held) and logged on PRIVLOG.DAT.  A request
      * whose enterprise number is no longer on the cross-reference
      * stays open and is reported.  The report ends with every
      * request still outstanding within a week of its due date, or
      * past it.
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-REQUEST-FILE ASSIGN TO "PRIVREQ.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PRQ-REQUEST-NR
                                       FILE STATUS REQUEST-STATUS.
           SELECT PRIVACY-LOG-FILE     ASSIGN TO "PRIVLOG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS LOG-STATUS.
           SELECT PRIVACY-REPORT       ASSIGN TO "PRIVRPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT PRIVACY-IMAGE-FILE   ASSIGN TO IMAGE-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IMAGE-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS XREF-STATUS.
           SELECT CONTACT ASSIGN "CONTACT.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   CONTACT-KEY
               FILE STATUS  CONTACT-FILESTATUS.
           SELECT CONTACT-ACTIVITY ASSIGN "CONTACTA.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   ACT-KEY
               FILE STATUS  ACTIVITY-FILESTATUS.
           SELECT MASTER-FILE ASSIGN TO "CHAPT08.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE  DYNAMIC
               RECORD KEY   MASTER-HANDLE
               ALTERNATE RECORD KEY MASTER-NAME
               FILE STATUS  MASTER-FILESTATUS.
           SELECT HISTORY-FILE ASSIGN TO "CHAPHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE  DYNAMIC
               RECORD KEY   HISTORY-KEY
               FILE STATUS  HISTORY-FILESTATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT ORDER-HISTORY        ASSIGN TO "ORDHIST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS ORDHIST-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS BILLING-STATUS.
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS BILLTO-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS PAYHIST-STATUS.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT CLAIMS-FILE          ASSIGN TO "CLAIMS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CLM-CLAIM-NUMBER
                                       FILE STATUS CLAIMS-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.
           SELECT COMMISSION-HISTORY   ASSIGN TO "YTDHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS YTDHIST-STATUS.
           SELECT PHONE-LOG-FILE       ASSIGN TO "PHONLOGD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PHONLOG-STATUS.
           SELECT LETTER-ARCHIVE       ASSIGN TO "LETRARCH.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS ARCHIVE-STATUS.
           SELECT CAMPAIGN-GROUP-FILE  ASSIGN TO "CAMPGRP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CAMPGRP-STATUS.
           SELECT RESPONSE-FILE        ASSIGN TO "CAMPRESP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS RESPONSE-STATUS.
           SELECT OPT-OUT-FILE         ASSIGN TO "OPTOUT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS OPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-REQUEST-FILE.
       01  PRIVACY-REQUEST-RECORD.
           05  PRQ-REQUEST-NR          PIC 9(6).
           05  PRQ-REQUEST-TYPE        PIC X.
               88  PRQ-IS-ACCESS        VALUE 'A'.
               88  PRQ-IS-ERASURE       VALUE 'E'.
           05  PRQ-ENTERPRISE-NR       PIC 9(6).
           05  PRQ-REQUESTER-NAME      PIC X(30).
           05  PRQ-RECEIVED-DATE       PIC 9(8).
           05  PRQ-DUE-DATE            PIC 9(8).
           05  PRQ-STATUS              PIC X.
               88  PRQ-IS-RECEIVED      VALUE 'R'.
               88  PRQ-IS-VERIFIED      VALUE 'V'.
               88  PRQ-IS-COMPLETED     VALUE 'C'.
               88  PRQ-IS-CANCELLED     VALUE 'X'.
               88  PRQ-IS-OUTSTANDING   VALUES 'R' 'V'.
           05  PRQ-ENTERED-BY          PIC X(20).
           05  PRQ-VERIFIED-BY         PIC X(20).
           05  PRQ-COMPLETED-DATE      PIC 9(8).
           05  PRQ-RECORDS-FOUND       PIC 9(5).
           05  PRQ-RECORDS-ERASED      PIC 9(5).
           05  PRQ-RECORDS-HELD        PIC 9(5).
           05  FILLER                  PIC X(10).

       FD  PRIVACY-LOG-FILE.
       01  PRIVACY-LOG-RECORD.
           05  PLG-LOG-DATE            PIC 9(8).
           05  PLG-LOG-TIME            PIC 9(6).
           05  PLG-REQUEST-NR          PIC 9(6).
           05  PLG-REQUEST-TYPE        PIC X.
           05  PLG-ENTERPRISE-NR       PIC 9(6).
           05  PLG-EVENT               PIC X(10).
           05  PLG-USER-ID             PIC X(20).
           05  PLG-RECORDS-FOUND       PIC 9(5).
           05  PLG-RECORDS-ERASED      PIC 9(5).
           05  PLG-RECORDS-HELD        PIC 9(5).

       FD  PRIVACY-REPORT.
       01  PRIVACY-REPORT-LINE         PIC X(132).

       FD  PRIVACY-IMAGE-FILE.
       01  PRIVACY-IMAGE-RECORD        PIC X(356).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

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

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  MSTR-LATE-CHARGE-AMT    PIC 9(5)V99.
           05  MSTR-CREDIT-BALANCE     PIC 9(7)V99.
           05  FILLER                  PIC X(21).
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
           05  FILLER                  PIC X(3).

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

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO        PIC X(12).
           05  POL-POLICY-AUTO-INFO        PIC X(12).
           05  POL-MASTER-STATUS           PIC X.
               88  POL-IS-ACTIVE            VALUE 'A'.
               88  POL-IS-TERMINATED        VALUE 'T'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  FILLER                      PIC X(11).

       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLM-CLAIM-NUMBER            PIC 9(8).
           05  CLM-POLICY-NUMBER           PIC X(12).
           05  CLM-LOSS-DATE               PIC 9(8).
           05  CLM-STATUS                  PIC X.
               88  CLAIM-IS-OPEN            VALUE 'O'.
               88  CLAIM-IS-APPROVED        VALUE 'A'.
           05  CLM-RESERVE-AMOUNT          PIC 9(7)V99.
           05  CLM-PAID-AMOUNT             PIC 9(7)V99.
           05  CLM-ENTERED-DATE            PIC 9(8).

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  FILLER                   PIC X(19).

       FD  COMMISSION-HISTORY.
       01  COMMISSION-HISTORY-RECORD.
           05  HIST-YEAR                      PIC 9(4).
           05  HIST-SALESMAN-ID               PIC X(9).
           05  HIST-COMMISSION-TOTAL          PIC 9(7)V99.

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

       FD  LETTER-ARCHIVE.
       01  LETTER-ARCHIVE-RECORD.
           05  LARC-RUN-STAMP         PIC 9(14).
           05  LARC-LETTER-DATE       PIC 9(8).
           05  LARC-SOURCE-TAG        PIC X(8).
           05  LARC-KEY-VALUE         PIC X(15).
           05  LARC-VALUES            PIC X(300).
           05  LARC-FORM-ID           PIC X(8).
           05  LARC-LANGUAGE          PIC XX.
           05  LARC-FORM-SOURCE       PIC X.

       FD  CAMPAIGN-GROUP-FILE.
       01  CAMPAIGN-GROUP-RECORD.
           05  CGRP-CAMPAIGN-CODE    PIC X(6).
           05  CGRP-MAIL-DATE        PIC 9(8).
           05  CGRP-WINDOW-DAYS      PIC 9(3).
           05  CGRP-GROUP            PIC X.
           05  CGRP-CONTACT-KEY      PIC X(45).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  RESP-CAMPAIGN-CODE      PIC X(6).
           05  RESP-TYPE               PIC X.
           05  RESP-DATE               PIC 9(8).
           05  RESP-CUSTOMER-CODE      PIC X(6).
           05  RESP-ORDER-DATE         PIC 9(8).
           05  RESP-ORDER-NUMBER       PIC 9(6).

       FD  OPT-OUT-FILE.
       01  OPT-OUT-RECORD.
           05  OPT-CONTACT-KEY       PIC X(45).
           05  OPT-MAIL-NAME         PIC X(7).
           05  OPT-MAIL-ADDRESS      PIC X(60).
           05  OPT-REQUEST-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  CURRENT-TIME-INTEGER    PIC 9(6).
           05  FILLER                  PIC X(7).
       01  REQUEST-STATUS              PIC XX.
       01  LOG-STATUS                  PIC XX.
       01  IMAGE-STATUS                PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTACT-FILESTATUS          PIC XX.
       01  ACTIVITY-FILESTATUS         PIC XX.
       01  MASTER-FILESTATUS           PIC XX.
       01  HISTORY-FILESTATUS          PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  ORDHIST-STATUS              PIC XX.
       01  BILLING-STATUS              PIC XX.
       01  BILLTO-STATUS               PIC XX.
       01  PAYHIST-STATUS              PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  CLAIMS-STATUS               PIC XX.
       01  SALESMAN-STATUS             PIC XX.
       01  YTDHIST-STATUS              PIC XX.
       01  PHONLOG-STATUS              PIC XX.
       01  ARCHIVE-STATUS              PIC XX.
       01  CAMPGRP-STATUS              PIC XX.
       01  RESPONSE-STATUS             PIC XX.
       01  OPT-STATUS                  PIC XX.

      *  'Y' once the indexed file opened; a master this shop has
      *  not built yet is simply not searched.
       01  FILES-OPEN-SWITCHES.
           05  CONTACT-OPEN-SW         PIC X VALUE 'N'.
               88  CONTACT-OPEN         VALUE 'Y'.
           05  ACTIVITY-OPEN-SW        PIC X VALUE 'N'.
               88  ACTIVITY-OPEN        VALUE 'Y'.
           05  MASTER-OPEN-SW          PIC X VALUE 'N'.
               88  MASTER-OPEN          VALUE 'Y'.
           05  HISTORY-OPEN-SW         PIC X VALUE 'N'.
               88  HISTORY-OPEN         VALUE 'Y'.
           05  CUSTOMER-OPEN-SW        PIC X VALUE 'N'.
               88  CUSTOMER-OPEN        VALUE 'Y'.
           05  ORDHIST-OPEN-SW         PIC X VALUE 'N'.
               88  ORDHIST-OPEN         VALUE 'Y'.
           05  BILLING-OPEN-SW         PIC X VALUE 'N'.
               88  BILLING-OPEN         VALUE 'Y'.
           05  BILLTO-OPEN-SW          PIC X VALUE 'N'.
               88  BILLTO-OPEN          VALUE 'Y'.
           05  PAYHIST-OPEN-SW         PIC X VALUE 'N'.
               88  PAYHIST-OPEN         VALUE 'Y'.
           05  POLICY-OPEN-SW          PIC X VALUE 'N'.
               88  POLICY-OPEN          VALUE 'Y'.
           05  CLAIMS-OPEN-SW          PIC X VALUE 'N'.
               88  CLAIMS-OPEN          VALUE 'Y'.
           05  SALESMAN-OPEN-SW        PIC X VALUE 'N'.
               88  SALESMAN-OPEN        VALUE 'Y'.

       01  REQUEST-EOF-STATUS          PIC X.
           88  REQUEST-END             VALUE 'Y'.
       01  SCAN-EOF-STATUS             PIC X.
           88  SCAN-END                VALUE 'Y'.
       01  IMAGE-EOF-STATUS            PIC X.
           88  IMAGE-END               VALUE 'Y'.
       01  IMAGE-FILE-NAME             PIC X(12).
       01  IMAGE-CHANGED-COUNT         PIC 9(5).
       01  XREF-FOUND-SWITCH           PIC X.
           88  XREF-FOUND              VALUE 'Y'.
       01  CONTACT-FOUND-SWITCH        PIC X.
           88  CONTACT-FOUND           VALUE 'Y'.
       01  CONTACT-ERASED-SWITCH       PIC X.
           88  CONTACT-WAS-ERASED      VALUE 'Y'.

      *  The person being worked.
       01  ERASED-NAME                 PIC X(30).
       01  OLD-CONTACT-KEY             PIC X(45).
       01  NEW-CONTACT-KEY             PIC X(45).
       01  SAVED-FIRST-NAME            PIC X(15).
       01  SAVED-LAST-NAME             PIC X(30).
       01  SAVED-PHONE                 PIC 9(10).
       01  NAME-HOLD-REASON            PIC X(28).

       01  NR-POLICIES                 PIC 99.
       01  POLICY-SUB                  PIC 99.
       01  POLICY-FOUND-SUB            PIC 99.
       01  POLICY-TABLE.
           05  POLICY-ENTRY OCCURS 20 TIMES.
               10  PTB-POLICY-NUMBER   PIC X(12).
               10  PTB-HOLD-REASON     PIC X(28).
       01  NR-SALESMEN                 PIC 99.
       01  SALESMAN-SUB                PIC 99.
       01  SALESMAN-TABLE.
           05  SALESMAN-ENTRY OCCURS 5 TIMES.
               10  STB-SALESMAN-ID     PIC X(9).
               10  STB-NAME            PIC X(25).
               10  STB-HISTORY-YEARS   PIC 99.
       01  NR-ACTIVITIES               PIC 999.
       01  ACTIVITY-SUB                PIC 999.
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 200 TIMES
                                       PIC X(237).
       01  LETTER-TIE                  PIC X.
       01  SAVED-KEY-VALUE             PIC X(15).

       01  NORMALIZE-WORK              PIC X(60).
       01  SQUEEZE-WORK                PIC X(60).
       01  SQUEEZE-SUB                 PIC 99.
       01  SQUEEZE-PTR                 PIC 99.

      *  Per-record disposition: L listed, E erased, H held for
      *  HOLD-REASON, K kept (nothing personal on it).
       01  DETAIL-ACTION               PIC X.
       01  HOLD-REASON                 PIC X(28).
       01  REQUEST-FOUND-COUNT         PIC 9(5).
       01  REQUEST-ERASED-COUNT        PIC 9(5).
       01  REQUEST-HELD-COUNT          PIC 9(5).
       01  REQUESTS-WORKED-COUNT       PIC 9(4) VALUE ZERO.
       01  REQUESTS-MISSING-COUNT      PIC 9(4) VALUE ZERO.
       01  DUE-LISTED-COUNT            PIC 9(4) VALUE ZERO.
       01  DUE-SOON-DAYS               PIC 99 VALUE 7.
       01  DAYS-LEFT                   PIC S9(5).
       01  AMOUNT-EDITED               PIC Z,ZZZ,ZZ9.99.
       01  AMOUNT-EDITED-2             PIC Z,ZZZ,ZZ9.99.

       01  REPORT-TITLE.
           05  FILLER                  PIC X(34)
               VALUE ' CUSTOMER PRIVACY REQUEST RUN     '.
           05  TTL-DATE                PIC 9(8).
       01  REQUEST-HEADING.
           05  FILLER                  PIC X(9) VALUE ' REQUEST '.
           05  HDG-REQUEST-NR          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-REQUEST-TYPE        PIC X(8).
           05  FILLER                  PIC X(11) VALUE ' ENTERPRISE'.
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-ENTERPRISE-NR       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HDG-MATCH-NAME          PIC X(30).
           05  FILLER                  PIC X(5) VALUE ' REC '.
           05  HDG-RECEIVED-DATE       PIC 9(8).
           05  FILLER                  PIC X(5) VALUE ' DUE '.
           05  HDG-DUE-DATE            PIC 9(8).
       01  REQUESTER-LINE.
           05  FILLER                  PIC X(17)
               VALUE '   REQUESTED BY  '.
           05  RQL-REQUESTER-NAME      PIC X(30).
           05  FILLER                  PIC X(14)
               VALUE '  VERIFIED BY '.
           05  RQL-VERIFIED-BY         PIC X(20).
       01  DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-FILE                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-KEY                 PIC X(24).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-DETAIL              PIC X(60).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-DISPOSITION         PIC X(34).
       01  REQUEST-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE '   RECORDS FOUND: '.
           05  TOT-FOUND               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  ERASED: '.
           05  TOT-ERASED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE '  HELD: '.
           05  TOT-HELD                PIC ZZ,ZZ9.
       01  MESSAGE-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MSG-TEXT                PIC X(80).
       01  DUE-HEADING                 PIC X(60) VALUE
           ' REQUESTS OUTSTANDING WITHIN A WEEK OF, OR PAST, THEIR DUE'.
       01  DUE-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DUE-REQUEST-NR          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DUE-REQUEST-TYPE        PIC X(8).
           05  FILLER                  PIC X(8) VALUE ' STATUS '.
           05  DUE-STATUS              PIC X.
           05  FILLER                  PIC X(5) VALUE ' DUE '.
           05  DUE-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DUE-DAYS-LEFT           PIC -ZZZ9.
           05  FILLER                  PIC X(6) VALUE ' DAYS '.
           05  DUE-FLAG                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DUE-REQUESTER-NAME      PIC X(30).
       01  RUN-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE ' REQUESTS WORKED: '.
           05  RUN-WORKED              PIC ZZZ9.
           05  FILLER                  PIC X(30)
               VALUE '   NOT ON THE CROSS-REFERENCE:'.
           05  RUN-MISSING             PIC ZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '   NEARING DUE:'.
           05  RUN-DUE                 PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0100-OPEN-FILES.
           MOVE CURRENT-DATE-INTEGER TO TTL-DATE.
           WRITE PRIVACY-REPORT-LINE FROM REPORT-TITLE.
           MOVE 'N' TO REQUEST-EOF-STATUS.
           PERFORM UNTIL REQUEST-END
               READ PRIVACY-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REQUEST-EOF-STATUS
                   NOT AT END
                       IF PRQ-IS-VERIFIED
                           PERFORM 1000-WORK-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 7000-LIST-REQUESTS-NEARING-DUE.
           MOVE REQUESTS-WORKED-COUNT TO RUN-WORKED.
           MOVE REQUESTS-MISSING-COUNT TO RUN-MISSING.
           MOVE DUE-LISTED-COUNT TO RUN-DUE.
           MOVE SPACES TO PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE FROM RUN-TOTAL-LINE.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY 'PRIVRUN: ' REQUESTS-WORKED-COUNT
               ' REQUESTS WORKED, ' DUE-LISTED-COUNT
               ' NEARING THEIR DUE DATE'.
           STOP RUN.

       0100-OPEN-FILES.
           OPEN I-O PRIVACY-REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
               DISPLAY 'PRIVRUN: NO PRIVREQ.DAT -- NOTHING TO WORK'
               STOP RUN.
           OPEN I-O ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               DISPLAY 'PRIVRUN: NO ECUSXREF.DAT -- RUN XREFBILD '
                   'FIRST'
               CLOSE PRIVACY-REQUEST-FILE
               STOP RUN.
           OPEN OUTPUT PRIVACY-REPORT.
           OPEN EXTEND PRIVACY-LOG-FILE.
           IF LOG-STATUS NOT = '00'
               OPEN OUTPUT PRIVACY-LOG-FILE.
           OPEN I-O CONTACT.
           IF CONTACT-FILESTATUS = '00'
               MOVE 'Y' TO CONTACT-OPEN-SW.
           OPEN I-O CONTACT-ACTIVITY.
           IF ACTIVITY-FILESTATUS = '00'
               MOVE 'Y' TO ACTIVITY-OPEN-SW.
           OPEN I-O MASTER-FILE.
           IF MASTER-FILESTATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-SW.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-FILESTATUS = '00'
               MOVE 'Y' TO HISTORY-OPEN-SW.
           OPEN I-O CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-OPEN-SW.
           OPEN I-O ORDER-HISTORY.
           IF ORDHIST-STATUS = '00'
               MOVE 'Y' TO ORDHIST-OPEN-SW.
           OPEN INPUT BILLING-MASTER.
           IF BILLING-STATUS = '00'
               MOVE 'Y' TO BILLING-OPEN-SW.
           OPEN I-O BILL-TO-FILE.
           IF BILLTO-STATUS = '00'
               MOVE 'Y' TO BILLTO-OPEN-SW.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS = '00'
               MOVE 'Y' TO PAYHIST-OPEN-SW.
           OPEN I-O POLICY-MASTER.
           IF POLICY-STATUS = '00'
               MOVE 'Y' TO POLICY-OPEN-SW.
           OPEN INPUT CLAIMS-FILE.
           IF CLAIMS-STATUS = '00'
               MOVE 'Y' TO CLAIMS-OPEN-SW.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS = '00'
               MOVE 'Y' TO SALESMAN-OPEN-SW.

       0900-CLOSE-FILES.
           CLOSE PRIVACY-REQUEST-FILE
                 ENTERPRISE-XREF
                 PRIVACY-REPORT
                 PRIVACY-LOG-FILE.
           IF CONTACT-OPEN
               CLOSE CONTACT.
           IF ACTIVITY-OPEN
               CLOSE CONTACT-ACTIVITY.
           IF MASTER-OPEN
               CLOSE MASTER-FILE.
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE.
           IF CUSTOMER-OPEN
               CLOSE CUSTOMER-MASTER.
           IF ORDHIST-OPEN
               CLOSE ORDER-HISTORY.
           IF BILLING-OPEN
               CLOSE BILLING-MASTER.
           IF BILLTO-OPEN
               CLOSE BILL-TO-FILE.
           IF PAYHIST-OPEN
               CLOSE PAYMENT-HISTORY-FILE.
           IF POLICY-OPEN
               CLOSE POLICY-MASTER.
           IF CLAIMS-OPEN
               CLOSE CLAIMS-FILE.
           IF SALESMAN-OPEN
               CLOSE SALESMAN-MASTER-FILE.

      *  The retention rules are settled first -- the billing
      *  account, the policies and their claims, the 1099 history
      *  -- so every record found afterward knows whether it may
      *  be erased.
       1000-WORK-ONE-REQUEST.
           MOVE ZERO TO REQUEST-FOUND-COUNT
                        REQUEST-ERASED-COUNT
                        REQUEST-HELD-COUNT.
           MOVE PRQ-REQUEST-NR TO HDG-REQUEST-NR.
           IF PRQ-IS-ACCESS
               MOVE 'ACCESS' TO HDG-REQUEST-TYPE
           ELSE
               MOVE 'ERASURE' TO HDG-REQUEST-TYPE.
           MOVE PRQ-ENTERPRISE-NR TO HDG-ENTERPRISE-NR.
           MOVE PRQ-RECEIVED-DATE TO HDG-RECEIVED-DATE.
           MOVE PRQ-DUE-DATE TO HDG-DUE-DATE.
           MOVE 'N' TO XREF-FOUND-SWITCH.
           MOVE PRQ-ENTERPRISE-NR TO ECX-ENTERPRISE-NR.
           READ ENTERPRISE-XREF
               INVALID KEY
                   MOVE SPACES TO HDG-MATCH-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-FOUND-SWITCH
                   MOVE ECX-MATCH-NAME TO HDG-MATCH-NAME
           END-READ.
           MOVE SPACES TO PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE FROM REQUEST-HEADING.
           MOVE PRQ-REQUESTER-NAME TO RQL-REQUESTER-NAME.
           MOVE PRQ-VERIFIED-BY TO RQL-VERIFIED-BY.
           WRITE PRIVACY-REPORT-LINE FROM REQUESTER-LINE.
           IF NOT XREF-FOUND
               ADD 1 TO REQUESTS-MISSING-COUNT
               MOVE 'ENTERPRISE NUMBER IS NO LONGER ON ECUSXREF.DAT'
                   TO MSG-TEXT
               WRITE PRIVACY-REPORT-LINE FROM MESSAGE-LINE
               MOVE 'REQUEST LEFT OPEN -- RE-ENTER IT AGAINST THE '
                   TO MSG-TEXT
               MOVE 'CURRENT CROSS-REFERENCE' TO MSG-TEXT (46:)
               WRITE PRIVACY-REPORT-LINE FROM MESSAGE-LINE
               MOVE 'NO XREF' TO PLG-EVENT
               PERFORM 6900-LOG-THE-EVENT
               EXIT PARAGRAPH.
           ADD 1 TO REQUESTS-WORKED-COUNT.
           MOVE SPACES TO ERASED-NAME.
           STRING 'ERASED ' PRQ-ENTERPRISE-NR
               DELIMITED BY SIZE INTO ERASED-NAME.
           MOVE ECX-CONTACT-KEY TO OLD-CONTACT-KEY.
           MOVE ECX-CONTACT-KEY TO NEW-CONTACT-KEY.
           MOVE 'N' TO CONTACT-ERASED-SWITCH
                       CONTACT-FOUND-SWITCH.
           MOVE SPACES TO SAVED-FIRST-NAME SAVED-LAST-NAME
                          NAME-HOLD-REASON.
           MOVE ZERO TO SAVED-PHONE.
           IF ECX-CONTACT-KEY NOT = SPACES AND CONTACT-OPEN
               MOVE ECX-CONTACT-KEY TO CONTACT-KEY
               READ CONTACT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CONTACT-FOUND-SWITCH
                       MOVE CONTACT-FIRST-NAME TO SAVED-FIRST-NAME
                       MOVE CONTACT-LAST-NAME TO SAVED-LAST-NAME
                       IF CONTACT-PHONE NUMERIC
                           MOVE CONTACT-PHONE TO SAVED-PHONE
                       END-IF
               END-READ
           END-IF.
           PERFORM 2000-BILLING-ACCOUNT.
           PERFORM 2200-POLICIES-AND-CLAIMS.
           PERFORM 2400-SALES-REPRESENTATIVE.
           PERFORM 3000-CONTACT-AND-ACTIVITY.
           PERFORM 3200-MAILING-AND-HISTORY.
           PERFORM 3400-CUSTOMER-AND-ORDERS.
           PERFORM 3600-BILL-TO-OVERRIDE.
           PERFORM 4000-PHONE-LOG.
           PERFORM 4200-LETTER-ARCHIVE.
           PERFORM 4400-CAMPAIGN-FILES.
           IF CONTACT-WAS-ERASED
               MOVE NEW-CONTACT-KEY TO ECX-CONTACT-KEY
               MOVE ERASED-NAME TO ECX-MATCH-NAME
               REWRITE ENTERPRISE-XREF-RECORD
           END-IF.
           MOVE REQUEST-FOUND-COUNT TO TOT-FOUND.
           MOVE REQUEST-ERASED-COUNT TO TOT-ERASED.
           MOVE REQUEST-HELD-COUNT TO TOT-HELD.
           WRITE PRIVACY-REPORT-LINE FROM REQUEST-TOTAL-LINE.
           MOVE 'C' TO PRQ-STATUS.
           MOVE CURRENT-DATE-INTEGER TO PRQ-COMPLETED-DATE.
           MOVE REQUEST-FOUND-COUNT TO PRQ-RECORDS-FOUND.
           MOVE REQUEST-ERASED-COUNT TO PRQ-RECORDS-ERASED.
           MOVE REQUEST-HELD-COUNT TO PRQ-RECORDS-HELD.
           REWRITE PRIVACY-REQUEST-RECORD.
           MOVE 'COMPLETED' TO PLG-EVENT.
           PERFORM 6900-LOG-THE-EVENT.

      *  The billing master carries no name; what it decides is
      *  whether the names the statement run addresses from must
      *  stay.
       2000-BILLING-ACCOUNT.
           IF ECX-BILLING-ACCOUNT = SPACES OR NOT BILLING-OPEN
               EXIT PARAGRAPH.
           MOVE ECX-BILLING-ACCOUNT TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN MSTR-LEGAL-STATUS NOT = SPACE
                   MOVE 'ACCOUNT UNDER LEGAL HOLD'
                       TO NAME-HOLD-REASON
               WHEN MSTR-BALANCE-DUE > ZERO
                   MOVE 'ACCOUNT HAS A BALANCE DUE'
                       TO NAME-HOLD-REASON
               WHEN MSTR-CREDIT-BALANCE > ZERO
                   MOVE 'CREDIT BALANCE OWED'
                       TO NAME-HOLD-REASON
               WHEN MSTR-DISPUTED-AMOUNT > ZERO
                   MOVE 'AMOUNT IN DISPUTE'
                       TO NAME-HOLD-REASON
           END-EVALUATE.
           MOVE 'BILLMSTR' TO DTL-FILE.
           MOVE MSTR-ACCOUNT-NR TO DTL-KEY.
           MOVE MSTR-BALANCE-DUE TO AMOUNT-EDITED.
           MOVE MSTR-CREDIT-BALANCE TO AMOUNT-EDITED-2.
           MOVE SPACES TO DTL-DETAIL.
           STRING 'BALANCE ' AMOUNT-EDITED
                  '  CREDIT ' AMOUNT-EDITED-2
                  '  LAST PAID ' MSTR-LAST-PAID-DATE
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF NAME-HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
               MOVE NAME-HOLD-REASON TO HOLD-REASON
           ELSE
               MOVE 'K' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF NOT PAYHIST-OPEN
               EXIT PARAGRAPH.
           MOVE ECX-BILLING-ACCOUNT TO PHIST-ACCOUNT-NR.
           MOVE ZERO TO PHIST-POSTED-DATE PHIST-POSTING-SEQ.
           MOVE 'N' TO SCAN-EOF-STATUS.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL SCAN-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF PHIST-ACCOUNT-NR NOT = ECX-BILLING-ACCOUNT
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       ELSE
                           MOVE 'PAYHIST' TO DTL-FILE
                           MOVE PHIST-ACCOUNT-NR TO DTL-KEY
                           MOVE PHIST-AMOUNT TO AMOUNT-EDITED
                           MOVE SPACES TO DTL-DETAIL
                           STRING 'POSTED ' PHIST-POSTED-DATE
                                  '  TYPE ' PHIST-TRANS-TYPE
                                  '  AMOUNT ' AMOUNT-EDITED
                               DELIMITED BY SIZE INTO DTL-DETAIL
                           MOVE 'K' TO DETAIL-ACTION
                           PERFORM 6000-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

      *  Policies are tied by the policyholder name; an open or
      *  approved claim, or a policy still in force, holds it.
       2200-POLICIES-AND-CLAIMS.
           MOVE ZERO TO NR-POLICIES.
           IF NOT POLICY-OPEN
               EXIT PARAGRAPH.
           MOVE LOW-VALUES TO POL-POLICY-NUMBER.
           MOVE 'N' TO SCAN-EOF-STATUS.
           START POLICY-MASTER
               KEY IS NOT LESS THAN POL-POLICY-NUMBER
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL SCAN-END
               READ POLICY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       MOVE SPACES TO NORMALIZE-WORK
                       MOVE POL-POLICY-HOLDER TO NORMALIZE-WORK
                       PERFORM 6800-NORMALIZE-TEXT
                       IF NORMALIZE-WORK (1:30) = ECX-MATCH-NAME
                         AND NR-POLICIES < 20
                           ADD 1 TO NR-POLICIES
                           MOVE POL-POLICY-NUMBER
                               TO PTB-POLICY-NUMBER (NR-POLICIES)
                           IF POL-IS-ACTIVE
                               MOVE 'POLICY IN FORCE'
                                   TO PTB-HOLD-REASON (NR-POLICIES)
                           ELSE
                               MOVE SPACES
                                   TO PTB-HOLD-REASON (NR-POLICIES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NR-POLICIES = ZERO
               EXIT PARAGRAPH.
           IF CLAIMS-OPEN
               MOVE ZERO TO CLM-CLAIM-NUMBER
               MOVE 'N' TO SCAN-EOF-STATUS
               START CLAIMS-FILE
                   KEY IS NOT LESS THAN CLM-CLAIM-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO SCAN-EOF-STATUS
               END-START
               PERFORM UNTIL SCAN-END
                   READ CLAIMS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       NOT AT END
                           PERFORM 2250-ONE-CLAIM
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING POLICY-SUB FROM 1 BY 1
               UNTIL POLICY-SUB > NR-POLICIES
               MOVE PTB-POLICY-NUMBER (POLICY-SUB)
                   TO POL-POLICY-NUMBER
               READ POLICY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2280-ONE-POLICY
               END-READ
           END-PERFORM.

       2250-ONE-CLAIM.
           MOVE ZERO TO POLICY-FOUND-SUB.
           PERFORM VARYING POLICY-SUB FROM 1 BY 1
               UNTIL POLICY-SUB > NR-POLICIES
               IF PTB-POLICY-NUMBER (POLICY-SUB) = CLM-POLICY-NUMBER
                   MOVE POLICY-SUB TO POLICY-FOUND-SUB
               END-IF
           END-PERFORM.
           IF POLICY-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           IF CLAIM-IS-OPEN OR CLAIM-IS-APPROVED
               MOVE 'OPEN CLAIM ON THE POLICY'
                   TO PTB-HOLD-REASON (POLICY-FOUND-SUB).
           MOVE 'CLAIMS' TO DTL-FILE.
           MOVE CLM-CLAIM-NUMBER TO DTL-KEY.
           MOVE CLM-PAID-AMOUNT TO AMOUNT-EDITED.
           MOVE SPACES TO DTL-DETAIL.
           STRING 'POLICY ' CLM-POLICY-NUMBER
                  ' LOSS ' CLM-LOSS-DATE
                  ' STATUS ' CLM-STATUS
                  ' PAID ' AMOUNT-EDITED
               DELIMITED BY SIZE INTO DTL-DETAIL.
           MOVE 'K' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.

       2280-ONE-POLICY.
           MOVE 'POLMSTR' TO DTL-FILE.
           MOVE POL-POLICY-NUMBER TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING POL-POLICY-HOLDER ' TYPE ' POL-POLICY-TYPE
                  ' STATUS ' POL-MASTER-STATUS
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF PTB-HOLD-REASON (POLICY-SUB) NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
               MOVE PTB-HOLD-REASON (POLICY-SUB) TO HOLD-REASON
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           IF PRQ-IS-ERASURE AND DETAIL-ACTION = 'E'
               MOVE ERASED-NAME TO POL-POLICY-HOLDER
               REWRITE POLICY-MASTER-RECORD.
           PERFORM 6000-WRITE-DETAIL.

      *  A sales representative of the same name is this person's
      *  other relationship with us; 1099 history must be kept.
       2400-SALES-REPRESENTATIVE.
           MOVE ZERO TO NR-SALESMEN.
           IF NOT SALESMAN-OPEN
               EXIT PARAGRAPH.
           MOVE LOW-VALUES TO SAL-SALESMAN-ID.
           MOVE 'N' TO SCAN-EOF-STATUS.
           START SALESMAN-MASTER-FILE
               KEY IS NOT LESS THAN SAL-SALESMAN-ID
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL SCAN-END
               READ SALESMAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       MOVE SPACES TO NORMALIZE-WORK
                       MOVE SAL-NAME TO NORMALIZE-WORK
                       PERFORM 6800-NORMALIZE-TEXT
                       IF NORMALIZE-WORK (1:30) = ECX-MATCH-NAME
                         AND NR-SALESMEN < 5
                           ADD 1 TO NR-SALESMEN
                           MOVE SAL-SALESMAN-ID
                               TO STB-SALESMAN-ID (NR-SALESMEN)
                           MOVE SAL-NAME TO STB-NAME (NR-SALESMEN)
                           MOVE ZERO
                               TO STB-HISTORY-YEARS (NR-SALESMEN)
                       END-IF
               END-READ
           END-PERFORM.
           IF NR-SALESMEN = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT COMMISSION-HISTORY.
           IF YTDHIST-STATUS = '00'
               MOVE 'N' TO SCAN-EOF-STATUS
               PERFORM UNTIL SCAN-END
                   READ COMMISSION-HISTORY
                       AT END
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       NOT AT END
                           PERFORM 2450-ONE-HISTORY-YEAR
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-HISTORY
           END-IF.
           PERFORM VARYING SALESMAN-SUB FROM 1 BY 1
               UNTIL SALESMAN-SUB > NR-SALESMEN
               MOVE 'SALMSTR' TO DTL-FILE
               MOVE STB-SALESMAN-ID (SALESMAN-SUB) TO DTL-KEY
               MOVE STB-NAME (SALESMAN-SUB) TO DTL-DETAIL
               MOVE 'H' TO DETAIL-ACTION
               IF STB-HISTORY-YEARS (SALESMAN-SUB) > ZERO
                   MOVE '1099 COMMISSION HISTORY' TO HOLD-REASON
               ELSE
                   MOVE 'SALES PERSONNEL RECORD' TO HOLD-REASON
               END-IF
               PERFORM 6000-WRITE-DETAIL
           END-PERFORM.

       2450-ONE-HISTORY-YEAR.
           PERFORM VARYING SALESMAN-SUB FROM 1 BY 1
               UNTIL SALESMAN-SUB > NR-SALESMEN
               IF HIST-SALESMAN-ID = STB-SALESMAN-ID (SALESMAN-SUB)
                   ADD 1 TO STB-HISTORY-YEARS (SALESMAN-SUB)
                   MOVE 'YTDHIST' TO DTL-FILE
                   MOVE HIST-SALESMAN-ID TO DTL-KEY
                   MOVE HIST-COMMISSION-TOTAL TO AMOUNT-EDITED
                   MOVE SPACES TO DTL-DETAIL
                   STRING 'YEAR ' HIST-YEAR
                          '  COMMISSION ' AMOUNT-EDITED
                       DELIMITED BY SIZE INTO DTL-DETAIL
                   MOVE 'H' TO DETAIL-ACTION
                   MOVE '1099 COMMISSION HISTORY' TO HOLD-REASON
                   PERFORM 6000-WRITE-DETAIL
               END-IF
           END-PERFORM.

      *  The contact key IS the name, so an erased contact moves to
      *  a new key: the erased name as last name.  Its activity
      *  entries move with it, their notes blanked.
       3000-CONTACT-AND-ACTIVITY.
           IF NOT CONTACT-FOUND
               EXIT PARAGRAPH.
           MOVE NAME-HOLD-REASON TO HOLD-REASON.
           PERFORM 3100-GATHER-ACTIVITY.
           MOVE OLD-CONTACT-KEY TO CONTACT-KEY.
           READ CONTACT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'CONTACT' TO DTL-FILE.
           MOVE CONTACT-LAST-NAME TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING CONTACT-FIRST-NAME ' ' CONTACT-CITY (1:20)
                  ' ' CONTACT-STATE ' ' CONTACT-ZIP (1:5)
                  ' PH ' CONTACT-PHONE
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF CONTACT-EMAIL NOT = SPACES
               MOVE 'CONTACT' TO DTL-FILE
               MOVE CONTACT-LAST-NAME TO DTL-KEY
               MOVE CONTACT-EMAIL TO DTL-DETAIL
               MOVE 'L' TO DETAIL-ACTION
               PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               DELETE CONTACT
               MOVE ERASED-NAME TO CONTACT-LAST-NAME
               MOVE SPACES TO CONTACT-FIRST-NAME
                              CONTACT-STREET
                              CONTACT-CITY
                              CONTACT-ZIP
                              CONTACT-EMAIL
               MOVE ZERO TO CONTACT-PHONE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       REWRITE CONTACT-RECORD
               END-WRITE
               MOVE CONTACT-KEY TO NEW-CONTACT-KEY
               MOVE 'Y' TO CONTACT-ERASED-SWITCH
           END-IF.
           PERFORM VARYING ACTIVITY-SUB FROM 1 BY 1
               UNTIL ACTIVITY-SUB > NR-ACTIVITIES
               PERFORM 3150-ONE-ACTIVITY
           END-PERFORM.

       3100-GATHER-ACTIVITY.
           MOVE ZERO TO NR-ACTIVITIES.
           IF NOT ACTIVITY-OPEN
               EXIT PARAGRAPH.
           MOVE OLD-CONTACT-KEY TO ACT-CONTACT-KEY.
           MOVE ZERO TO ACT-TIMESTAMP.
           MOVE 'N' TO SCAN-EOF-STATUS.
           START CONTACT-ACTIVITY
               KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL SCAN-END
               READ CONTACT-ACTIVITY NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF ACT-CONTACT-KEY NOT = OLD-CONTACT-KEY
                         OR NR-ACTIVITIES = 200
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       ELSE
                           ADD 1 TO NR-ACTIVITIES
                           MOVE CONTACT-ACTIVITY-RECORD
                               TO ACTIVITY-ENTRY (NR-ACTIVITIES)
                       END-IF
               END-READ
           END-PERFORM.

       3150-ONE-ACTIVITY.
           MOVE ACTIVITY-ENTRY (ACTIVITY-SUB)
               TO CONTACT-ACTIVITY-RECORD.
           MOVE 'CONTACTA' TO DTL-FILE.
           MOVE ACT-TIMESTAMP TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING ACT-TYPE ' ' ACT-EMPLOYEE-ID ' ' ACT-NOTES (1:50)
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND CONTACT-WAS-ERASED
               DELETE CONTACT-ACTIVITY
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE NEW-CONTACT-KEY TO ACT-CONTACT-KEY
               MOVE SPACES TO ACT-NOTES
               WRITE CONTACT-ACTIVITY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *  The mailing record keeps its handle and state; the name,
      *  street, city and postal code go, in its change history
      *  as well.
       3200-MAILING-AND-HISTORY.
           IF ECX-MAIL-HANDLE = SPACES OR NOT MASTER-OPEN
               EXIT PARAGRAPH.
           MOVE NAME-HOLD-REASON TO HOLD-REASON.
           MOVE ECX-MAIL-HANDLE TO MASTER-HANDLE.
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'CHAPT08' TO DTL-FILE.
           MOVE MASTER-HANDLE TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING MASTER-NAME ' ' MASTER-CITY (1:20)
                  ' ' MASTER-STATE ' ' MASTER-POSTAL-CODE (1:5)
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               MOVE ERASED-NAME TO MASTER-NAME
               MOVE SPACES TO MASTER-ADDRESS
                              MASTER-CITY
                              MASTER-POSTAL-CODE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'PRIVRUN: CHAPT08.DAT REWRITE FAILED '
                           'FOR ' MASTER-HANDLE
               END-REWRITE
           END-IF.
           IF NOT HISTORY-OPEN
               EXIT PARAGRAPH.
           MOVE ECX-MAIL-HANDLE TO HISTORY-HANDLE.
           MOVE LOW-VALUES TO HISTORY-TIMESTAMP.
           MOVE 'N' TO SCAN-EOF-STATUS.
           START HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL SCAN-END
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF HISTORY-HANDLE NOT = ECX-MAIL-HANDLE
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       ELSE
                           PERFORM 3250-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       3250-ONE-HISTORY-RECORD.
           MOVE 'CHAPHIST' TO DTL-FILE.
           MOVE HISTORY-TIMESTAMP TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING HISTORY-NAME ' ' HISTORY-ADDRESS (1:28)
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               MOVE ERASED-NAME TO HISTORY-NAME
               MOVE SPACES TO HISTORY-ADDRESS
                              HISTORY-CITY
                              HISTORY-POSTAL-CODE
               REWRITE HISTORY-RECORD.

      *  The customer keeps its code, credit and language fields;
      *  its orders keep their amounts, only the name goes.
       3400-CUSTOMER-AND-ORDERS.
           IF ECX-CUSTOMER-CODE = SPACES
               EXIT PARAGRAPH.
           MOVE NAME-HOLD-REASON TO HOLD-REASON.
           IF CUSTOMER-OPEN
               MOVE ECX-CUSTOMER-CODE TO CUST-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3450-ONE-CUSTOMER
               END-READ
           END-IF.
           IF ORDHIST-OPEN
               MOVE ECX-CUSTOMER-CODE TO OHIST-CUSTOMER-CODE
               MOVE ZERO TO OHIST-ORDER-DATE OHIST-ORDER-NUMBER
               MOVE 'N' TO SCAN-EOF-STATUS
               START ORDER-HISTORY
                   KEY IS NOT LESS THAN OHIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO SCAN-EOF-STATUS
               END-START
               PERFORM UNTIL SCAN-END
                   READ ORDER-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO SCAN-EOF-STATUS
                       NOT AT END
                           IF OHIST-CUSTOMER-CODE
                                   NOT = ECX-CUSTOMER-CODE
                               MOVE 'Y' TO SCAN-EOF-STATUS
                           ELSE
                               PERFORM 3480-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3450-ONE-CUSTOMER.
           MOVE 'CUSTMAST' TO DTL-FILE.
           MOVE CUST-CODE TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING CUST-NAME ' ' CUST-ADDRESS (1:18) ' ' CUST-CITY
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               MOVE ERASED-NAME TO CUST-NAME
               MOVE SPACES TO CUST-ADDRESS
                              CUST-CITY
               REWRITE CUSTOMER-RECORD.

       3480-ONE-ORDER.
           MOVE 'ORDHIST' TO DTL-FILE.
           MOVE OHIST-ORDER-NUMBER TO DTL-KEY.
           MOVE OHIST-ORDER-AMOUNT TO AMOUNT-EDITED.
           MOVE SPACES TO DTL-DETAIL.
           STRING OHIST-CUSTOMER-NAME ' ' OHIST-ORDER-DATE
                  ' ' AMOUNT-EDITED
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               MOVE ERASED-NAME TO OHIST-CUSTOMER-NAME
               REWRITE ORDER-HISTORY-RECORD.

      *  An override with nothing left to bill is simply dropped;
      *  the account falls back to the (erased) cross-reference.
       3600-BILL-TO-OVERRIDE.
           IF ECX-BILLING-ACCOUNT = SPACES OR NOT BILLTO-OPEN
               EXIT PARAGRAPH.
           MOVE NAME-HOLD-REASON TO HOLD-REASON.
           MOVE ECX-BILLING-ACCOUNT TO BTO-ACCOUNT-NR.
           READ BILL-TO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'BILLTO' TO DTL-FILE.
           MOVE BTO-ACCOUNT-NR TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING BTO-NAME ' ' BTO-CITY ' ' BTO-STATE
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND HOLD-REASON = SPACES
               DELETE BILL-TO-FILE.

      *  Calls to the contact's phone number.  Telemarketing notes
      *  are no retention record, so these go whatever the account.
       4000-PHONE-LOG.
           IF SAVED-PHONE = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT PHONE-LOG-FILE.
           IF PHONLOG-STATUS NOT = '00'
               EXIT PARAGRAPH.
           IF PRQ-IS-ERASURE
               MOVE 'PHONLOGD.PRV' TO IMAGE-FILE-NAME
               OPEN OUTPUT PRIVACY-IMAGE-FILE.
           MOVE ZERO TO IMAGE-CHANGED-COUNT.
           MOVE 'N' TO SCAN-EOF-STATUS.
           PERFORM UNTIL SCAN-END
               READ PHONE-LOG-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF PH-CALL-NUMBER = SAVED-PHONE
                           PERFORM 4050-ONE-CALL
                       END-IF
                       IF PRQ-IS-ERASURE
                           WRITE PRIVACY-IMAGE-RECORD
                               FROM PHONE-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PHONE-LOG-FILE.
           IF NOT PRQ-IS-ERASURE
               EXIT PARAGRAPH.
           CLOSE PRIVACY-IMAGE-FILE.
           IF IMAGE-CHANGED-COUNT = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT PRIVACY-IMAGE-FILE.
           OPEN OUTPUT PHONE-LOG-FILE.
           MOVE 'N' TO IMAGE-EOF-STATUS.
           PERFORM UNTIL IMAGE-END
               READ PRIVACY-IMAGE-FILE
                   AT END
                       MOVE 'Y' TO IMAGE-EOF-STATUS
                   NOT AT END
                       MOVE PRIVACY-IMAGE-RECORD TO PHONE-LOG-RECORD
                       WRITE PHONE-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIVACY-IMAGE-FILE
                 PHONE-LOG-FILE.

       4050-ONE-CALL.
           MOVE 'PHONLOGD' TO DTL-FILE.
           MOVE PH-CALL-NUMBER TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING PH-CALL-DATE ' BY ' PH-USER-ID
                  ' DISP ' PH-DISPOSITION ' ' PH-SALES-INFO (1:30)
               DELIMITED BY SIZE INTO DTL-DETAIL.
           MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE
               MOVE ZERO TO PH-CALL-NUMBER
               MOVE SPACES TO PH-SALES-INFO
               ADD 1 TO IMAGE-CHANGED-COUNT.

      *  A letter is this person's when its $$1 key is their
      *  billing account or one of their policies, or when $$1 and
      *  $$2 are their first and last name (campaign and unclaimed
      *  property letters).  The key letters keep their key so the
      *  account's letter history still reprints by account.
       4200-LETTER-ARCHIVE.
           OPEN INPUT LETTER-ARCHIVE.
           IF ARCHIVE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           IF PRQ-IS-ERASURE
               MOVE 'LETRARCH.PRV' TO IMAGE-FILE-NAME
               OPEN OUTPUT PRIVACY-IMAGE-FILE.
           MOVE ZERO TO IMAGE-CHANGED-COUNT.
           MOVE 'N' TO SCAN-EOF-STATUS.
           PERFORM UNTIL SCAN-END
               READ LETTER-ARCHIVE
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       PERFORM 4250-TIE-ONE-LETTER
                       IF LETTER-TIE NOT = SPACE
                           PERFORM 4280-ONE-LETTER
                       END-IF
                       IF PRQ-IS-ERASURE
                           WRITE PRIVACY-IMAGE-RECORD
                               FROM LETTER-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTER-ARCHIVE.
           IF NOT PRQ-IS-ERASURE
               EXIT PARAGRAPH.
           CLOSE PRIVACY-IMAGE-FILE.
           IF IMAGE-CHANGED-COUNT = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT PRIVACY-IMAGE-FILE.
           OPEN OUTPUT LETTER-ARCHIVE.
           MOVE 'N' TO IMAGE-EOF-STATUS.
           PERFORM UNTIL IMAGE-END
               READ PRIVACY-IMAGE-FILE
                   AT END
                       MOVE 'Y' TO IMAGE-EOF-STATUS
                   NOT AT END
                       MOVE PRIVACY-IMAGE-RECORD
                           TO LETTER-ARCHIVE-RECORD
                       WRITE LETTER-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIVACY-IMAGE-FILE
                 LETTER-ARCHIVE.

      *  LETTER-TIE: A account, P policy, N name; HOLD-REASON is
      *  set for a tie the retention rules keep.
       4250-TIE-ONE-LETTER.
           MOVE SPACE TO LETTER-TIE.
           MOVE SPACES TO HOLD-REASON.
           IF ECX-BILLING-ACCOUNT NOT = SPACES
             AND LARC-KEY-VALUE = ECX-BILLING-ACCOUNT
               MOVE 'A' TO LETTER-TIE
               MOVE NAME-HOLD-REASON TO HOLD-REASON
               EXIT PARAGRAPH.
           PERFORM VARYING POLICY-SUB FROM 1 BY 1
               UNTIL POLICY-SUB > NR-POLICIES
                  OR LETTER-TIE NOT = SPACE
               IF LARC-KEY-VALUE = PTB-POLICY-NUMBER (POLICY-SUB)
                   MOVE 'P' TO LETTER-TIE
                   MOVE PTB-HOLD-REASON (POLICY-SUB) TO HOLD-REASON
               END-IF
           END-PERFORM.
           IF LETTER-TIE NOT = SPACE
               EXIT PARAGRAPH.
           IF SAVED-LAST-NAME NOT = SPACES
             AND SAVED-FIRST-NAME NOT = SPACES
             AND LARC-VALUES (1:15) = SAVED-FIRST-NAME
             AND LARC-VALUES (16:15) = SAVED-LAST-NAME (1:15)
               MOVE 'N' TO LETTER-TIE
               MOVE NAME-HOLD-REASON TO HOLD-REASON.

       4280-ONE-LETTER.
           MOVE 'LETRARCH' TO DTL-FILE.
           MOVE LARC-KEY-VALUE TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING LARC-LETTER-DATE ' ' LARC-SOURCE-TAG
                  ' FORM ' LARC-FORM-ID ' ' LARC-LANGUAGE
                  ' RUN ' LARC-RUN-STAMP
               DELIMITED BY SIZE INTO DTL-DETAIL.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF NOT PRQ-IS-ERASURE OR HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH.
           ADD 1 TO IMAGE-CHANGED-COUNT.
           IF LETTER-TIE = 'N'
               MOVE SPACES TO LARC-VALUES
               MOVE ERASED-NAME TO LARC-KEY-VALUE
               MOVE ERASED-NAME TO LARC-VALUES (16:15)
           ELSE
               MOVE LARC-VALUES (1:15) TO SAVED-KEY-VALUE
               MOVE SPACES TO LARC-VALUES
               MOVE SAVED-KEY-VALUE TO LARC-VALUES (1:15).

      *  CAMPGRP.DAT follows the contact to its new key, so the
      *  campaign results still count the piece.  CAMPRESP.DAT
      *  holds only the customer code.  OPTOUT.DAT is kept: it is
      *  what stops the mail.
       4400-CAMPAIGN-FILES.
           IF OLD-CONTACT-KEY NOT = SPACES
               PERFORM 4450-CAMPAIGN-GROUPS
               PERFORM 4500-OPT-OUT-LIST.
           IF ECX-CUSTOMER-CODE = SPACES
               EXIT PARAGRAPH.
           OPEN INPUT RESPONSE-FILE.
           IF RESPONSE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO SCAN-EOF-STATUS.
           PERFORM UNTIL SCAN-END
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF RESP-CUSTOMER-CODE = ECX-CUSTOMER-CODE
                           MOVE 'CAMPRESP' TO DTL-FILE
                           MOVE RESP-CAMPAIGN-CODE TO DTL-KEY
                           MOVE SPACES TO DTL-DETAIL
                           STRING 'TYPE ' RESP-TYPE
                                  ' ON ' RESP-DATE
                                  ' ORDER ' RESP-ORDER-NUMBER
                               DELIMITED BY SIZE INTO DTL-DETAIL
                           MOVE 'K' TO DETAIL-ACTION
                           PERFORM 6000-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.

       4450-CAMPAIGN-GROUPS.
           OPEN INPUT CAMPAIGN-GROUP-FILE.
           IF CAMPGRP-STATUS NOT = '00'
               EXIT PARAGRAPH.
           IF PRQ-IS-ERASURE
               MOVE 'CAMPGRP.PRV' TO IMAGE-FILE-NAME
               OPEN OUTPUT PRIVACY-IMAGE-FILE.
           MOVE ZERO TO IMAGE-CHANGED-COUNT.
           MOVE 'N' TO SCAN-EOF-STATUS.
           PERFORM UNTIL SCAN-END
               READ CAMPAIGN-GROUP-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF CGRP-CONTACT-KEY = OLD-CONTACT-KEY
                           PERFORM 4480-ONE-CAMPAIGN-GROUP
                       END-IF
                       IF PRQ-IS-ERASURE
                           WRITE PRIVACY-IMAGE-RECORD
                               FROM CAMPAIGN-GROUP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-GROUP-FILE.
           IF NOT PRQ-IS-ERASURE
               EXIT PARAGRAPH.
           CLOSE PRIVACY-IMAGE-FILE.
           IF IMAGE-CHANGED-COUNT = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT PRIVACY-IMAGE-FILE.
           OPEN OUTPUT CAMPAIGN-GROUP-FILE.
           MOVE 'N' TO IMAGE-EOF-STATUS.
           PERFORM UNTIL IMAGE-END
               READ PRIVACY-IMAGE-FILE
                   AT END
                       MOVE 'Y' TO IMAGE-EOF-STATUS
                   NOT AT END
                       MOVE PRIVACY-IMAGE-RECORD
                           TO CAMPAIGN-GROUP-RECORD
                       WRITE CAMPAIGN-GROUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIVACY-IMAGE-FILE
                 CAMPAIGN-GROUP-FILE.

       4480-ONE-CAMPAIGN-GROUP.
           MOVE 'CAMPGRP' TO DTL-FILE.
           MOVE CGRP-CAMPAIGN-CODE TO DTL-KEY.
           MOVE SPACES TO DTL-DETAIL.
           STRING 'MAILED ' CGRP-MAIL-DATE ' GROUP ' CGRP-GROUP
                  ' ' CGRP-CONTACT-KEY (1:30)
               DELIMITED BY SIZE INTO DTL-DETAIL.
           MOVE NAME-HOLD-REASON TO HOLD-REASON.
           IF HOLD-REASON NOT = SPACES
               MOVE 'H' TO DETAIL-ACTION
           ELSE
               MOVE 'E' TO DETAIL-ACTION.
           PERFORM 6000-WRITE-DETAIL.
           IF PRQ-IS-ERASURE AND CONTACT-WAS-ERASED
               MOVE NEW-CONTACT-KEY TO CGRP-CONTACT-KEY
               ADD 1 TO IMAGE-CHANGED-COUNT.

       4500-OPT-OUT-LIST.
           OPEN INPUT OPT-OUT-FILE.
           IF OPT-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO SCAN-EOF-STATUS.
           PERFORM UNTIL SCAN-END
               READ OPT-OUT-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF-STATUS
                   NOT AT END
                       IF OPT-CONTACT-KEY = OLD-CONTACT-KEY
                           MOVE 'OPTOUT' TO DTL-FILE
                           MOVE OPT-CONTACT-KEY TO DTL-KEY
                           MOVE SPACES TO DTL-DETAIL
                           STRING 'SINCE ' OPT-REQUEST-DATE ' '
                                  OPT-MAIL-ADDRESS (1:40)
                               DELIMITED BY SIZE INTO DTL-DETAIL
                           MOVE 'H' TO DETAIL-ACTION
                           MOVE 'DO-NOT-MAIL SUPPRESSION'
                               TO HOLD-REASON
                           PERFORM 6000-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPT-OUT-FILE.

      *  One line per record found.  On an access request every
      *  record is just LISTED; on an erasure the line says what
      *  became of it.
       6000-WRITE-DETAIL.
           ADD 1 TO REQUEST-FOUND-COUNT.
           MOVE SPACES TO DTL-DISPOSITION.
           IF PRQ-IS-ACCESS
               MOVE 'LISTED' TO DTL-DISPOSITION
           ELSE
               EVALUATE DETAIL-ACTION
                   WHEN 'E'
                       ADD 1 TO REQUEST-ERASED-COUNT
                       MOVE 'ERASED' TO DTL-DISPOSITION
                   WHEN 'H'
                       ADD 1 TO REQUEST-HELD-COUNT
                       STRING 'HELD: ' HOLD-REASON
                           DELIMITED BY SIZE INTO DTL-DISPOSITION
                   WHEN 'K'
                       MOVE 'KEPT: NO PERSONAL DATA'
                           TO DTL-DISPOSITION
                   WHEN OTHER
                       MOVE 'ERASED WITH THE RECORD'
                           TO DTL-DISPOSITION
               END-EVALUATE
           END-IF.
           WRITE PRIVACY-REPORT-LINE FROM DETAIL-LINE.

      *  MERGPURG's signature, as XREFBILD builds the match name:
      *  upper case, with spaces, periods, commas, hyphens, and
      *  apostrophes closed up entirely.
       6800-NORMALIZE-TEXT.
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

       6900-LOG-THE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE CURRENT-DATE-INTEGER TO PLG-LOG-DATE.
           MOVE CURRENT-TIME-INTEGER TO PLG-LOG-TIME.
           MOVE PRQ-REQUEST-NR TO PLG-REQUEST-NR.
           MOVE PRQ-REQUEST-TYPE TO PLG-REQUEST-TYPE.
           MOVE PRQ-ENTERPRISE-NR TO PLG-ENTERPRISE-NR.
           MOVE 'PRIVRUN' TO PLG-USER-ID.
           MOVE REQUEST-FOUND-COUNT TO PLG-RECORDS-FOUND.
           MOVE REQUEST-ERASED-COUNT TO PLG-RECORDS-ERASED.
           MOVE REQUEST-HELD-COUNT TO PLG-RECORDS-HELD.
           WRITE PRIVACY-LOG-RECORD.

      *  Whatever is still outstanding -- not yet verified, or not
      *  workable this run -- within a week of its due date.
       7000-LIST-REQUESTS-NEARING-DUE.
           MOVE SPACES TO PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE.
           WRITE PRIVACY-REPORT-LINE FROM DUE-HEADING.
           MOVE ZERO TO PRQ-REQUEST-NR.
           MOVE 'N' TO REQUEST-EOF-STATUS.
           START PRIVACY-REQUEST-FILE
               KEY IS NOT LESS THAN PRQ-REQUEST-NR
               INVALID KEY
                   MOVE 'Y' TO REQUEST-EOF-STATUS
           END-START.
           PERFORM UNTIL REQUEST-END
               READ PRIVACY-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REQUEST-EOF-STATUS
                   NOT AT END
                       IF PRQ-IS-OUTSTANDING
                           PERFORM 7050-ONE-OUTSTANDING-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           IF DUE-LISTED-COUNT = ZERO
               MOVE 'NONE' TO MSG-TEXT
               WRITE PRIVACY-REPORT-LINE FROM MESSAGE-LINE.

       7050-ONE-OUTSTANDING-REQUEST.
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (PRQ-DUE-DATE)
             - FUNCTION INTEGER-OF-DATE (CURRENT-DATE-INTEGER).
           IF DAYS-LEFT > DUE-SOON-DAYS
               EXIT PARAGRAPH.
           ADD 1 TO DUE-LISTED-COUNT.
           MOVE PRQ-REQUEST-NR TO DUE-REQUEST-NR.
           IF PRQ-IS-ACCESS
               MOVE 'ACCESS' TO DUE-REQUEST-TYPE
           ELSE
               MOVE 'ERASURE' TO DUE-REQUEST-TYPE.
           MOVE PRQ-STATUS TO DUE-STATUS.
           MOVE PRQ-DUE-DATE TO DUE-DUE-DATE.
           MOVE DAYS-LEFT TO DUE-DAYS-LEFT.
           IF DAYS-LEFT < ZERO
               MOVE 'OVERDUE' TO DUE-FLAG
           ELSE
               MOVE 'DUE SOON' TO DUE-FLAG.
           MOVE PRQ-REQUESTER-NAME TO DUE-REQUESTER-NAME.
           WRITE PRIVACY-REPORT-LINE FROM DUE-LINE.
