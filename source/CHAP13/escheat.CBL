       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Escheat.

      *  Stale-dated refund checks and unclaimed property.  A refund
      *  check REFCHECK cut that the customer never cashed used to
      *  sit on CHECKREG.DAT as outstanding forever.  This run ages
      *  every check still out -- issued or reissued, not voided,
      *  and not cleared by BANKRECN -- from its issue date to the
      *  business date:
      *
      *    - at the stale date (ESP-STALE-DAYS, default 180 days)
      *      the check is voided with an 'S' record on CHECKREG.DAT,
      *      which REFCHECK and BANKRECN honour like an operator
      *      void, and the amount goes back on the account's
      *      MSTR-IN-CREDIT-BALANCE (GL: debit CASH, credit
      *      CUSTCRED -- the money never left the bank);
      *    - at the dormancy period of the owner's state (years
      *      from issue, ESCHDORM.DAT, default ESP-DORMANT-YEARS)
      *      the item moves to the unclaimed-property holding file
      *      UNCLHOLD.DAT and off the credit balance (debit
      *      CUSTCRED, credit UNCLPROP).  Only what is still on the
      *      credit balance moves; if billing has since used it up,
      *      the item is kept as 'X' nothing owed.  An owner with a
      *      known address gets a due-diligence notice: a record in
      *      the VALUFILE.DAT layout on ESCHDDV.DAT, which operations
      *      copies to VALUFILE.DAT for FORMLETR --
      *
      *          $$1 first name   $$2 last name   $$3 street
      *          $$4 city         $$5 state       $$6 zip
      *          $$7 account      $$8 amount      $$9 check number
      *          $$10 issue date
      *
      *    - once a year, when the business date reaches the report
      *      date (ESP-REPORT-MMDD, default November 1) or the parm
      *      forces it, every held item whose notice went out at
      *      least ESP-NOTICE-DAYS (default 60) ago -- or that could
      *      not be noticed for want of an address -- prints on the
      *      state unclaimed property report UNCLRPT.DAT and the
      *      remittance listing UNCLREMT.DAT, grouped by the owner's
      *      last known state, is marked remitted, and is booked
      *      out (debit UNCLPROP, credit CASH).
      *
      *  The owner's last known name and address come from the
      *  contact tied to the billing account on ECUSXREF.DAT.  An
      *  owner with no address is reported to the holder's own
      *  state (ESP-HOLDER-STATE), '??' if the parm has none.
      *
      *  GL postings go to their own balanced extract ESCGLEXT.DAT,
      *  appended to GLMONTH.DAT with the nightly extract.  The run
      *  log of what was voided and moved prints on ESCHRPT.DAT.
      *  Runs under RUNLOG control (job ESCHEAT) after BANKRECN, so
      *  the day's clearances are on the register first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER       ASSIGN TO "CHECKREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS REGISTER-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT UNCLAIMED-HOLDINGS   ASSIGN TO "UNCLHOLD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY UNC-CHECK-NR
                                       FILE STATUS IS HOLDING-STATUS.
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
           SELECT ESCHEAT-PARM         ASSIGN TO "ESCHPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT DORMANCY-PERIODS     ASSIGN TO "ESCHDORM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS DORMANCY-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT OWNER-NOTICE-VALUES  ASSIGN TO "ESCHDDV.DAT"
                                       LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "ESCGLEXT.DAT"
                                       LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT       ASSIGN TO "ESCHRPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT UNCLAIMED-REPORT     ASSIGN TO "UNCLRPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT REMITTANCE-LISTING   ASSIGN TO "UNCLREMT.DAT"
                                       LINE SEQUENTIAL.
           SELECT SORT-WORK            ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUE 'V'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
               88  CHECK-WAS-CLEARED    VALUE 'C'.
               88  CHECK-WENT-STALE     VALUE 'S'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
           05  CREG-REFERENCE-NR       PIC 9(8).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(28).
           05  MSTR-IN-CREDIT-BALANCE  PIC 9(7)V99.
           05  FILLER                  PIC X(35).

       FD  UNCLAIMED-HOLDINGS.
       01  UNCLAIMED-HOLDING-RECORD.
           05  UNC-CHECK-NR            PIC 9(8).
           05  UNC-ACCOUNT-NR          PIC X(8).
           05  UNC-STATUS              PIC X.
               88  UNC-HELD-NO-ADDRESS  VALUE 'H'.
               88  UNC-OWNER-NOTICED    VALUE 'N'.
               88  UNC-REMITTED         VALUE 'R'.
               88  UNC-NOTHING-OWED     VALUE 'X'.
           05  UNC-AMOUNT              PIC 9(7)V99.
           05  UNC-ISSUE-DATE          PIC 9(8).
           05  UNC-DORMANT-DATE        PIC 9(8).
           05  UNC-OWNER-FIRST-NAME    PIC X(15).
           05  UNC-OWNER-LAST-NAME     PIC X(30).
           05  UNC-OWNER-STREET        PIC X(40).
           05  UNC-OWNER-CITY          PIC X(25).
           05  UNC-OWNER-STATE         PIC XX.
           05  UNC-OWNER-ZIP           PIC X(10).
           05  UNC-NOTICE-DATE         PIC 9(8).
           05  UNC-REMIT-DATE          PIC 9(8).

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

       FD  ESCHEAT-PARM.
       01  ESCHEAT-PARM-RECORD.
           05  ESP-STALE-DAYS          PIC 9(3).
           05  ESP-DORMANT-YEARS       PIC 99.
           05  ESP-REPORT-MMDD         PIC 9(4).
           05  ESP-NOTICE-DAYS         PIC 9(3).
           05  ESP-HOLDER-STATE        PIC XX.
           05  ESP-FORCE-REPORT        PIC X.

       FD  DORMANCY-PERIODS.
       01  DORMANCY-PERIOD-RECORD.
           05  DRM-STATE               PIC XX.
           05  DRM-YEARS               PIC 99.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  OWNER-NOTICE-VALUES.
       01  VALUE-RECORD.
           05  VALUE-ENTRY             PIC X(15) OCCURS 10 TIMES.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-ACCOUNT-CODE     PIC X(8).
               10  GL-DEBIT-CREDIT     PIC X.
               10  GL-AMOUNT           PIC 9(9)V99.
               10  GL-POSTING-DATE     PIC 9(8).
               10  GL-SOURCE-RUN       PIC X(8).
               10  GL-REFERENCE        PIC X(8).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-COUNT    PIC 9(7).
               10  GL-DEBIT-TOTAL      PIC 9(11)V99.
               10  GL-CREDIT-TOTAL     PIC 9(11)V99.

       FD  ESCHEAT-REPORT.
       01  ESCHEAT-REPORT-LINE         PIC X(80).

       FD  UNCLAIMED-REPORT.
       01  UNCLAIMED-REPORT-LINE       PIC X(132).

       FD  REMITTANCE-LISTING.
       01  REMITTANCE-LISTING-LINE     PIC X(80).

       SD  SORT-WORK.
       01  SORT-UNCLAIMED-RECORD.
           05  SORT-OWNER-STATE        PIC XX.
           05  SORT-ACCOUNT-NR         PIC X(8).
           05  SORT-CHECK-NR           PIC 9(8).
           05  SORT-AMOUNT             PIC 9(7)V99.
           05  SORT-ISSUE-DATE         PIC 9(8).
           05  SORT-OWNER-FIRST-NAME   PIC X(15).
           05  SORT-OWNER-LAST-NAME    PIC X(30).
           05  SORT-OWNER-STREET       PIC X(40).
           05  SORT-OWNER-CITY         PIC X(25).
           05  SORT-OWNER-ZIP          PIC X(10).

       WORKING-STORAGE SECTION.
       01  REGISTER-STATUS             PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  HOLDING-STATUS              PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  DORMANCY-STATUS             PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  REGISTER-EOF-STATUS         PIC X VALUE 'N'.
           88  REGISTER-END            VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  DORMANCY-EOF-STATUS         PIC X VALUE 'N'.
           88  DORMANCY-END            VALUE 'Y'.
       01  HOLDING-EOF-STATUS          PIC X VALUE 'N'.
           88  HOLDING-END             VALUE 'Y'.
       01  SORT-EOF-STATUS             PIC X VALUE 'N'.
           88  SORT-END                VALUE 'Y'.
       01  REGISTER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  REGISTER-ON-HAND        VALUE 'Y'.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  OWNER-FOUND-SWITCH          PIC X.
           88  OWNER-FOUND             VALUE 'Y'.
       01  ANNUAL-REPORT-SWITCH        PIC X VALUE 'N'.
           88  ANNUAL-REPORT-DUE       VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  BUSINESS-YEAR           PIC 9(4).
           05  BUSINESS-MMDD           PIC 9(4).
       01  STALE-DAYS                  PIC 9(3) VALUE 180.
       01  DEFAULT-DORMANT-YEARS       PIC 99 VALUE 3.
       01  REPORT-MMDD                 PIC 9(4) VALUE 1101.
       01  NOTICE-DAYS                 PIC 9(3) VALUE 60.
       01  HOLDER-STATE                PIC XX VALUE '??'.
       01  CHECK-AGE-DAYS              PIC S9(8).
       01  NOTICE-AGE-DAYS             PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  DORMANT-YEARS               PIC 99.
       01  DORMANT-DATE                PIC 9(8).
       01  MOVE-AMOUNT                 PIC 9(7)V99.
       01  ACTION-NOTE                 PIC X(20).
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  REGISTER-RECORDS-READ       PIC 9(7) VALUE ZERO.
       01  STALE-VOID-COUNT            PIC 9(5) VALUE ZERO.
       01  STALE-VOID-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  STALE-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
       01  DORMANT-MOVED-COUNT         PIC 9(5) VALUE ZERO.
       01  DORMANT-MOVED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01  NOTHING-OWED-COUNT          PIC 9(5) VALUE ZERO.
       01  NOTICES-WRITTEN-COUNT       PIC 9(5) VALUE ZERO.
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

      *  Every check on the register, with where it stands:
      *  O outstanding, V voided, S voided stale, C cleared.
       01  NR-CHECKS                   PIC 9(4) VALUE ZERO.
       01  CHECK-SUB                   PIC 9(4).
       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 2000 TIMES.
               10  CHK-CHECK-NR        PIC 9(8).
               10  CHK-ACCOUNT-NR      PIC X(8).
               10  CHK-AMOUNT          PIC 9(7)V99.
               10  CHK-ISSUE-DATE      PIC 9(8).
               10  CHK-STATE           PIC X.

       01  NR-DORMANCY-STATES          PIC 99 VALUE ZERO.
       01  DORMANCY-SUB                PIC 99.
       01  DORMANCY-TABLE.
           05  DORMANCY-ENTRY OCCURS 60 TIMES.
               10  DTBL-STATE          PIC XX.
               10  DTBL-YEARS          PIC 99.

       01  NR-XREF-ACCOUNTS            PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-FOUND-SUB              PIC 9(4).
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 3000 TIMES.
               10  XTBL-BILLING-ACCOUNT PIC X(8).
               10  XTBL-CONTACT-KEY    PIC X(45).

       01  OWNER-FIRST-NAME            PIC X(15).
       01  OWNER-LAST-NAME             PIC X(30).
       01  OWNER-STREET                PIC X(40).
       01  OWNER-CITY                  PIC X(25).
       01  OWNER-STATE                 PIC XX.
       01  OWNER-ZIP                   PIC X(10).

       01  CURRENT-STATE               PIC XX.
       01  STATE-ITEM-COUNT            PIC 9(5).
       01  STATE-AMOUNT                PIC 9(9)V99.
       01  REPORTED-ITEM-COUNT         PIC 9(5) VALUE ZERO.
       01  REPORTED-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  REPORTED-STATE-COUNT        PIC 9(3) VALUE ZERO.

       01  RUN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'STALE CHECK AND UNCLAIMED PROPERTY RUN'.
           05  RH-BUSINESS-DATE        PIC 9(8).
       01  RUN-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'ACTION'.
           05  FILLER                  PIC X(10) VALUE 'CHECK NR'.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(16) VALUE 'ISSUED'.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT'.
           05  FILLER                  PIC X(4) VALUE 'ST'.
           05  FILLER                  PIC X(20) VALUE 'NOTE'.
       01  RUN-DETAIL-LINE.
           05  RD-ACTION               PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-CHECK-NR             PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-ISSUE-DATE           PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-STATE                PIC XX.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-NOTE                 PIC X(20).
       01  RUN-SUMMARY-LINE.
           05  RS-CAPTION              PIC X(30).
           05  RS-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RS-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01  UNCLAIMED-HEADING-1.
           05  FILLER                  PIC X(50) VALUE
               'UNCLAIMED PROPERTY REPORT -- REFUND CHECKS, AS OF'.
           05  UH1-BUSINESS-DATE       PIC 9(8).
       01  UNCLAIMED-HEADING-2.
           05  FILLER                  PIC X(31) VALUE 'OWNER NAME'.
           05  FILLER                  PIC X(29) VALUE 'ADDRESS'.
           05  FILLER                  PIC X(21) VALUE 'CITY'.
           05  FILLER                  PIC X(11) VALUE 'ZIP'.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(10) VALUE 'CHECK NR'.
           05  FILLER                  PIC X(14) VALUE 'ISSUED'.
           05  FILLER                  PIC X(6) VALUE 'AMOUNT'.
       01  UNCLAIMED-STATE-HEADING.
           05  FILLER                  PIC X(14) VALUE
               'OWNER STATE: '.
           05  USH-STATE               PIC XX.
       01  UNCLAIMED-DETAIL-LINE.
           05  UD-OWNER-NAME           PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  UD-OWNER-STREET         PIC X(28).
           05  FILLER                  PIC X VALUE SPACE.
           05  UD-OWNER-CITY           PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  UD-OWNER-ZIP            PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  UD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  UD-CHECK-NR             PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  UD-ISSUE-DATE           PIC 9(8).
           05  UD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
       01  UNCLAIMED-TOTAL-LINE.
           05  UT-CAPTION              PIC X(20).
           05  UT-STATE                PIC XX.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  UT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' ITEMS  '.
           05  UT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  REMITTANCE-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'UNCLAIMED PROPERTY REMITTANCE LISTING --'.
           05  FILLER                  PIC X VALUE SPACE.
           05  RMH-BUSINESS-DATE       PIC 9(8).
       01  REMITTANCE-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'STATE      ITEMS     REMITTANCE AMOUNT'.
       01  REMITTANCE-DETAIL-LINE.
           05  RMD-STATE               PIC X(5).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RMD-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RMD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'ESCHEAT ' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'ESCHEAT : RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-READ-ESCHEAT-PARMS.
           PERFORM 0070-LOAD-DORMANCY-PERIODS.
           PERFORM 0080-LOAD-ACCOUNT-XREF.
           PERFORM 0100-LOAD-CHECK-REGISTER.
           OPEN I-O BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'ESCHEAT : BILLMSTR.DAT WILL NOT OPEN, '
                   'STATUS ' MASTER-STATUS
               STOP RUN.
           OPEN I-O UNCLAIMED-HOLDINGS.
           IF HOLDING-STATUS NOT = '00'
               OPEN OUTPUT UNCLAIMED-HOLDINGS
               CLOSE UNCLAIMED-HOLDINGS
               OPEN I-O UNCLAIMED-HOLDINGS.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH
           ELSE
               DISPLAY 'ESCHEAT : NO CONTACT.DAT -- OWNERS WILL '
                   'REPORT WITHOUT ADDRESSES'.
           OPEN OUTPUT OWNER-NOTICE-VALUES
                       GL-INTERFACE-FILE
                       ESCHEAT-REPORT.
           MOVE BUSINESS-DATE TO RH-BUSINESS-DATE.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-HEADING.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-COLUMN-HEADING.
           PERFORM 0200-VOID-STALE-CHECKS.
           PERFORM 0300-MOVE-DORMANT-ITEMS.
           IF ANNUAL-REPORT-DUE
               PERFORM 0500-ANNUAL-UNCLAIMED-REPORT.
           PERFORM 0700-WRITE-RUN-SUMMARY.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE BILLING-MASTER
                 UNCLAIMED-HOLDINGS
                 OWNER-NOTICE-VALUES
                 GL-INTERFACE-FILE
                 ESCHEAT-REPORT.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE REGISTER-RECORDS-READ TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
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

      *  A missing parm file, or a field left blank, takes the
      *  default coded above.
       0060-READ-ESCHEAT-PARMS.
           OPEN INPUT ESCHEAT-PARM.
           IF PARM-STATUS = '00'
               READ ESCHEAT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESP-STALE-DAYS NUMERIC
                         AND ESP-STALE-DAYS > ZERO
                           MOVE ESP-STALE-DAYS TO STALE-DAYS
                       END-IF
                       IF ESP-DORMANT-YEARS NUMERIC
                         AND ESP-DORMANT-YEARS > ZERO
                           MOVE ESP-DORMANT-YEARS
                               TO DEFAULT-DORMANT-YEARS
                       END-IF
                       IF ESP-REPORT-MMDD NUMERIC
                         AND ESP-REPORT-MMDD > ZERO
                           MOVE ESP-REPORT-MMDD TO REPORT-MMDD
                       END-IF
                       IF ESP-NOTICE-DAYS NUMERIC
                           MOVE ESP-NOTICE-DAYS TO NOTICE-DAYS
                       END-IF
                       IF ESP-HOLDER-STATE NOT = SPACES
                           MOVE ESP-HOLDER-STATE TO HOLDER-STATE
                       END-IF
                       IF ESP-FORCE-REPORT = 'Y'
                           MOVE 'Y' TO ANNUAL-REPORT-SWITCH
                       END-IF
               END-READ
               CLOSE ESCHEAT-PARM.
           IF BUSINESS-MMDD = REPORT-MMDD
               MOVE 'Y' TO ANNUAL-REPORT-SWITCH.

       0070-LOAD-DORMANCY-PERIODS.
           OPEN INPUT DORMANCY-PERIODS.
           IF DORMANCY-STATUS NOT = '00'
               DISPLAY 'ESCHEAT : NO ESCHDORM.DAT -- EVERY STATE '
                   'TAKES ' DEFAULT-DORMANT-YEARS ' YEARS'
               MOVE 'Y' TO DORMANCY-EOF-STATUS.
           PERFORM UNTIL DORMANCY-END
               READ DORMANCY-PERIODS
                   AT END
                       MOVE 'Y' TO DORMANCY-EOF-STATUS
                   NOT AT END
                       IF NR-DORMANCY-STATES < 60
                         AND DRM-STATE NOT = SPACES
                         AND DRM-YEARS NUMERIC
                         AND DRM-YEARS > ZERO
                           ADD 1 TO NR-DORMANCY-STATES
                           MOVE DRM-STATE
                               TO DTBL-STATE (NR-DORMANCY-STATES)
                           MOVE DRM-YEARS
                               TO DTBL-YEARS (NR-DORMANCY-STATES)
                       END-IF
               END-READ
           END-PERFORM.
           IF DORMANCY-STATUS = '00' OR DORMANCY-STATUS = '10'
               CLOSE DORMANCY-PERIODS.

      *  The cross-reference is keyed by enterprise number, so the
      *  billing-account-to-contact links are gathered up front.
       0080-LOAD-ACCOUNT-XREF.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               DISPLAY 'ESCHEAT : NO ECUSXREF.DAT -- OWNERS WILL '
                   'REPORT WITHOUT ADDRESSES'
               MOVE 'Y' TO XREF-EOF-STATUS.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-BILLING-ACCOUNT NOT = SPACES
                         AND ECX-CONTACT-KEY NOT = SPACES
                         AND NR-XREF-ACCOUNTS < 3000
                           ADD 1 TO NR-XREF-ACCOUNTS
                           MOVE ECX-BILLING-ACCOUNT
                               TO XTBL-BILLING-ACCOUNT
                                   (NR-XREF-ACCOUNTS)
                           MOVE ECX-CONTACT-KEY
                               TO XTBL-CONTACT-KEY (NR-XREF-ACCOUNTS)
                       END-IF
               END-READ
           END-PERFORM.
           IF XREF-STATUS = '00' OR XREF-STATUS = '10'
               CLOSE ENTERPRISE-XREF.

      *  Issued and reissued checks go into the table outstanding;
      *  void, stale-void, and cleared records settle the check
      *  they reference.
       0100-LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER.
           IF REGISTER-STATUS = '00'
               MOVE 'Y' TO REGISTER-ON-HAND-SWITCH
           ELSE
               MOVE 'Y' TO REGISTER-EOF-STATUS.
           PERFORM UNTIL REGISTER-END
               READ CHECK-REGISTER
                   AT END
                       MOVE 'Y' TO REGISTER-EOF-STATUS
                   NOT AT END
                       ADD 1 TO REGISTER-RECORDS-READ
                       PERFORM 0120-NOTE-REGISTER-RECORD
               END-READ
           END-PERFORM.
           IF REGISTER-ON-HAND
               CLOSE CHECK-REGISTER.

       0120-NOTE-REGISTER-RECORD.
           IF CHECK-WAS-ISSUED OR CHECK-WAS-REISSUED
               IF NR-CHECKS < 2000
                   ADD 1 TO NR-CHECKS
                   MOVE CREG-CHECK-NR TO CHK-CHECK-NR (NR-CHECKS)
                   MOVE CREG-ACCOUNT-NR TO CHK-ACCOUNT-NR (NR-CHECKS)
                   MOVE CREG-AMOUNT TO CHK-AMOUNT (NR-CHECKS)
                   MOVE CREG-ISSUE-DATE TO CHK-ISSUE-DATE (NR-CHECKS)
                   MOVE 'O' TO CHK-STATE (NR-CHECKS)
               END-IF
           ELSE
           IF CHECK-WAS-VOIDED OR CHECK-WAS-CLEARED
             OR CHECK-WENT-STALE
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > NR-CHECKS
                   IF CHK-CHECK-NR (CHECK-SUB) = CREG-REFERENCE-NR
                     AND CHK-STATE (CHECK-SUB) = 'O'
                       MOVE CREG-RECORD-TYPE TO CHK-STATE (CHECK-SUB)
                       MOVE NR-CHECKS TO CHECK-SUB
                   END-IF
               END-PERFORM.

       0200-VOID-STALE-CHECKS.
           IF REGISTER-ON-HAND
               OPEN EXTEND CHECK-REGISTER
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > NR-CHECKS
                   IF CHK-STATE (CHECK-SUB) = 'O'
                       CALL 'DATEARTH' USING
                           CHK-ISSUE-DATE (CHECK-SUB) BUSINESS-DATE
                           CHECK-AGE-DAYS ARTH-STATUS
                       IF ARTH-DATES-VALID
                         AND CHECK-AGE-DAYS NOT < STALE-DAYS
                           PERFORM 0250-VOID-ONE-STALE-CHECK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHECK-REGISTER.

      *  A check whose account has left the master is not voided;
      *  with no account to restore the money to, it stays out and
      *  prints for the billing desk to run down.
       0250-VOID-ONE-STALE-CHECK.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   MOVE 'EXCEPTION' TO RD-ACTION
                   MOVE 'NO MASTER, NOT VOID' TO ACTION-NOTE
                   ADD 1 TO STALE-EXCEPTION-COUNT
                   MOVE SPACES TO OWNER-STATE
                   PERFORM 0600-PRINT-ACTION-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF MSTR-IN-CREDIT-BALANCE NOT NUMERIC
               MOVE ZERO TO MSTR-IN-CREDIT-BALANCE.
           ADD CHK-AMOUNT (CHECK-SUB) TO MSTR-IN-CREDIT-BALANCE.
           REWRITE MSTR-BILLING-RECORD.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE CHK-CHECK-NR (CHECK-SUB) TO CREG-CHECK-NR.
           MOVE 'S' TO CREG-RECORD-TYPE.
           MOVE BUSINESS-DATE TO CREG-ISSUE-DATE.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO CREG-ACCOUNT-NR.
           MOVE CHK-AMOUNT (CHECK-SUB) TO CREG-AMOUNT.
           MOVE CHK-CHECK-NR (CHECK-SUB) TO CREG-REFERENCE-NR.
           WRITE CHECK-REGISTER-RECORD.
           MOVE 'S' TO CHK-STATE (CHECK-SUB).
           MOVE 'CASH    ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'CUSTCRED' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE CHK-AMOUNT (CHECK-SUB) TO GL-WORK-AMOUNT.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.
           ADD 1 TO STALE-VOID-COUNT.
           ADD CHK-AMOUNT (CHECK-SUB) TO STALE-VOID-AMOUNT.
           MOVE 'STALE VOID' TO RD-ACTION.
           MOVE 'CREDIT RESTORED' TO ACTION-NOTE.
           MOVE SPACES TO OWNER-STATE.
           PERFORM 0600-PRINT-ACTION-LINE.

      *  Every stale-voided check not yet in the holding file is
      *  tested against its owner's state dormancy period, counted
      *  from the date the check was issued.
       0300-MOVE-DORMANT-ITEMS.
           PERFORM VARYING CHECK-SUB FROM 1 BY 1
               UNTIL CHECK-SUB > NR-CHECKS
               IF CHK-STATE (CHECK-SUB) = 'S'
                   MOVE CHK-CHECK-NR (CHECK-SUB) TO UNC-CHECK-NR
                   READ UNCLAIMED-HOLDINGS
                       INVALID KEY
                           PERFORM 0350-TEST-ONE-DORMANT-ITEM
                   END-READ
               END-IF
           END-PERFORM.

       0350-TEST-ONE-DORMANT-ITEM.
           PERFORM 0400-FIND-OWNER.
           MOVE DEFAULT-DORMANT-YEARS TO DORMANT-YEARS.
           PERFORM VARYING DORMANCY-SUB FROM 1 BY 1
               UNTIL DORMANCY-SUB > NR-DORMANCY-STATES
               IF DTBL-STATE (DORMANCY-SUB) = OWNER-STATE
                   MOVE DTBL-YEARS (DORMANCY-SUB) TO DORMANT-YEARS
                   MOVE NR-DORMANCY-STATES TO DORMANCY-SUB
               END-IF
           END-PERFORM.
           COMPUTE DORMANT-DATE =
               CHK-ISSUE-DATE (CHECK-SUB) + DORMANT-YEARS * 10000.
           IF BUSINESS-DATE < DORMANT-DATE
               EXIT PARAGRAPH.
           MOVE ZERO TO MOVE-AMOUNT.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   MOVE ZERO TO MSTR-IN-CREDIT-BALANCE
           END-READ.
           IF MSTR-IN-CREDIT-BALANCE NOT NUMERIC
               MOVE ZERO TO MSTR-IN-CREDIT-BALANCE.
           IF MSTR-IN-CREDIT-BALANCE < CHK-AMOUNT (CHECK-SUB)
               MOVE MSTR-IN-CREDIT-BALANCE TO MOVE-AMOUNT
           ELSE
               MOVE CHK-AMOUNT (CHECK-SUB) TO MOVE-AMOUNT.
           MOVE SPACES TO UNCLAIMED-HOLDING-RECORD.
           MOVE CHK-CHECK-NR (CHECK-SUB) TO UNC-CHECK-NR.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO UNC-ACCOUNT-NR.
           MOVE MOVE-AMOUNT TO UNC-AMOUNT.
           MOVE CHK-ISSUE-DATE (CHECK-SUB) TO UNC-ISSUE-DATE.
           MOVE BUSINESS-DATE TO UNC-DORMANT-DATE.
           MOVE OWNER-FIRST-NAME TO UNC-OWNER-FIRST-NAME.
           MOVE OWNER-LAST-NAME TO UNC-OWNER-LAST-NAME.
           MOVE OWNER-STREET TO UNC-OWNER-STREET.
           MOVE OWNER-CITY TO UNC-OWNER-CITY.
           MOVE OWNER-STATE TO UNC-OWNER-STATE.
           MOVE OWNER-ZIP TO UNC-OWNER-ZIP.
           MOVE ZERO TO UNC-NOTICE-DATE
                        UNC-REMIT-DATE.
           IF MOVE-AMOUNT = ZERO
               MOVE 'X' TO UNC-STATUS
               ADD 1 TO NOTHING-OWED-COUNT
               MOVE 'NOTHING OWED' TO RD-ACTION
               MOVE 'CREDIT USED SINCE' TO ACTION-NOTE
           ELSE
               SUBTRACT MOVE-AMOUNT FROM MSTR-IN-CREDIT-BALANCE
               REWRITE MSTR-BILLING-RECORD
               MOVE 'CUSTCRED' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'UNCLPROP' TO GL-WORK-CREDIT-ACCOUNT
               MOVE MOVE-AMOUNT TO GL-WORK-AMOUNT
               MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO GL-WORK-REFERENCE
               PERFORM 0930-WRITE-GL-POSTING
               ADD 1 TO DORMANT-MOVED-COUNT
               ADD MOVE-AMOUNT TO DORMANT-MOVED-AMOUNT
               MOVE 'DORMANT' TO RD-ACTION
               IF OWNER-FOUND
                   MOVE 'N' TO UNC-STATUS
                   MOVE BUSINESS-DATE TO UNC-NOTICE-DATE
                   PERFORM 0450-WRITE-OWNER-NOTICE
                   MOVE 'HELD, OWNER NOTICED' TO ACTION-NOTE
               ELSE
                   MOVE 'H' TO UNC-STATUS
                   MOVE 'HELD, NO ADDRESS' TO ACTION-NOTE
               END-IF
           END-IF.
           WRITE UNCLAIMED-HOLDING-RECORD.
           PERFORM 0600-PRINT-ACTION-LINE.

      *  Last known owner: the contact the cross-reference ties to
      *  the billing account.  No contact, or no usable address,
      *  leaves the owner unknown and reported to the holder state.
       0400-FIND-OWNER.
           MOVE 'N' TO OWNER-FOUND-SWITCH.
           MOVE SPACES TO OWNER-FIRST-NAME OWNER-LAST-NAME
                          OWNER-STREET OWNER-CITY OWNER-ZIP.
           MOVE HOLDER-STATE TO OWNER-STATE.
           IF NOT CONTACT-ON-HAND
               EXIT PARAGRAPH.
           MOVE ZERO TO XREF-FOUND-SUB.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-ACCOUNTS
                  OR XREF-FOUND-SUB > ZERO
               IF XTBL-BILLING-ACCOUNT (XREF-SUB) =
                       CHK-ACCOUNT-NR (CHECK-SUB)
                   MOVE XREF-SUB TO XREF-FOUND-SUB
               END-IF
           END-PERFORM.
           IF XREF-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           MOVE XTBL-CONTACT-KEY (XREF-FOUND-SUB) TO CONTACT-KEY.
           READ CONTACT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CONTACT-FIRST-NAME TO OWNER-FIRST-NAME.
           MOVE CONTACT-LAST-NAME TO OWNER-LAST-NAME.
           IF CONTACT-STREET NOT = SPACES
             AND CONTACT-STATE NOT = SPACES
               MOVE 'Y' TO OWNER-FOUND-SWITCH
               MOVE CONTACT-STREET TO OWNER-STREET
               MOVE CONTACT-CITY TO OWNER-CITY
               MOVE CONTACT-STATE TO OWNER-STATE
               MOVE CONTACT-ZIP TO OWNER-ZIP.

       0450-WRITE-OWNER-NOTICE.
           MOVE SPACES TO VALUE-RECORD.
           MOVE OWNER-FIRST-NAME TO VALUE-ENTRY (1).
           MOVE OWNER-LAST-NAME TO VALUE-ENTRY (2).
           MOVE OWNER-STREET TO VALUE-ENTRY (3).
           MOVE OWNER-CITY TO VALUE-ENTRY (4).
           MOVE OWNER-STATE TO VALUE-ENTRY (5).
           MOVE OWNER-ZIP TO VALUE-ENTRY (6).
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO VALUE-ENTRY (7).
           MOVE MOVE-AMOUNT TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO VALUE-ENTRY (8).
           MOVE CHK-CHECK-NR (CHECK-SUB) TO VALUE-ENTRY (9).
           MOVE CHK-ISSUE-DATE (CHECK-SUB) TO VALUE-ENTRY (10).
           WRITE VALUE-RECORD.
           ADD 1 TO NOTICES-WRITTEN-COUNT.

      *  The annual report takes every held item whose owner has
      *  had the notice period to come forward, sorted by the
      *  owner's state.
       0500-ANNUAL-UNCLAIMED-REPORT.
           OPEN OUTPUT UNCLAIMED-REPORT
                       REMITTANCE-LISTING.
           MOVE BUSINESS-DATE TO UH1-BUSINESS-DATE
                                 RMH-BUSINESS-DATE.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-HEADING-1.
           MOVE SPACES TO UNCLAIMED-REPORT-LINE.
           WRITE UNCLAIMED-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-HEADING-2.
           WRITE REMITTANCE-LISTING-LINE FROM REMITTANCE-HEADING-1.
           MOVE SPACES TO REMITTANCE-LISTING-LINE.
           WRITE REMITTANCE-LISTING-LINE AFTER ADVANCING 1 LINE.
           WRITE REMITTANCE-LISTING-LINE FROM REMITTANCE-HEADING-2.
           SORT SORT-WORK
               ASCENDING KEY SORT-OWNER-STATE
                             SORT-ACCOUNT-NR
                             SORT-CHECK-NR
               INPUT PROCEDURE 0520-SELECT-REPORTABLE-ITEMS
               OUTPUT PROCEDURE 0550-REPORT-BY-STATE.
           MOVE SPACES TO UNCLAIMED-REPORT-LINE.
           WRITE UNCLAIMED-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO UNCLAIMED-TOTAL-LINE.
           MOVE 'ALL STATES' TO UT-CAPTION.
           MOVE REPORTED-ITEM-COUNT TO UT-COUNT.
           MOVE REPORTED-AMOUNT TO UT-AMOUNT.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-TOTAL-LINE.
           MOVE SPACES TO REMITTANCE-LISTING-LINE.
           WRITE REMITTANCE-LISTING-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REMITTANCE-DETAIL-LINE.
           MOVE 'TOTAL' TO RMD-STATE.
           MOVE REPORTED-ITEM-COUNT TO RMD-COUNT.
           MOVE REPORTED-AMOUNT TO RMD-AMOUNT.
           WRITE REMITTANCE-LISTING-LINE FROM REMITTANCE-DETAIL-LINE.
           CLOSE UNCLAIMED-REPORT
                 REMITTANCE-LISTING.

       0520-SELECT-REPORTABLE-ITEMS.
           MOVE ZERO TO UNC-CHECK-NR.
           START UNCLAIMED-HOLDINGS KEY NOT < UNC-CHECK-NR
               INVALID KEY
                   MOVE 'Y' TO HOLDING-EOF-STATUS
           END-START.
           PERFORM UNTIL HOLDING-END
               READ UNCLAIMED-HOLDINGS NEXT RECORD
                   AT END
                       MOVE 'Y' TO HOLDING-EOF-STATUS
                   NOT AT END
                       PERFORM 0530-TEST-ONE-HOLDING
               END-READ
           END-PERFORM.

       0530-TEST-ONE-HOLDING.
           IF UNC-OWNER-NOTICED
               CALL 'DATEARTH' USING UNC-NOTICE-DATE BUSINESS-DATE
                   NOTICE-AGE-DAYS ARTH-STATUS
               IF NOT ARTH-DATES-VALID
                 OR NOTICE-AGE-DAYS < NOTICE-DAYS
                   EXIT PARAGRAPH
               END-IF
           ELSE
           IF NOT UNC-HELD-NO-ADDRESS
               EXIT PARAGRAPH.
           MOVE SPACES TO SORT-UNCLAIMED-RECORD.
           MOVE UNC-OWNER-STATE TO SORT-OWNER-STATE.
           MOVE UNC-ACCOUNT-NR TO SORT-ACCOUNT-NR.
           MOVE UNC-CHECK-NR TO SORT-CHECK-NR.
           MOVE UNC-AMOUNT TO SORT-AMOUNT.
           MOVE UNC-ISSUE-DATE TO SORT-ISSUE-DATE.
           MOVE UNC-OWNER-FIRST-NAME TO SORT-OWNER-FIRST-NAME.
           MOVE UNC-OWNER-LAST-NAME TO SORT-OWNER-LAST-NAME.
           MOVE UNC-OWNER-STREET TO SORT-OWNER-STREET.
           MOVE UNC-OWNER-CITY TO SORT-OWNER-CITY.
           MOVE UNC-OWNER-ZIP TO SORT-OWNER-ZIP.
           RELEASE SORT-UNCLAIMED-RECORD.

       0550-REPORT-BY-STATE.
           PERFORM 0850-RETURN-SORT-RECORD.
           IF NOT SORT-END
               PERFORM 0560-START-STATE.
           PERFORM UNTIL SORT-END
               IF SORT-OWNER-STATE NOT = CURRENT-STATE
                   PERFORM 0580-CLOSE-OUT-STATE
                   PERFORM 0560-START-STATE
               END-IF
               PERFORM 0570-REMIT-ONE-ITEM
               PERFORM 0850-RETURN-SORT-RECORD
           END-PERFORM.
           IF REPORTED-ITEM-COUNT > ZERO
               PERFORM 0580-CLOSE-OUT-STATE.

       0560-START-STATE.
           MOVE SORT-OWNER-STATE TO CURRENT-STATE.
           MOVE ZERO TO STATE-ITEM-COUNT
                        STATE-AMOUNT.
           MOVE SPACES TO UNCLAIMED-REPORT-LINE.
           WRITE UNCLAIMED-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CURRENT-STATE TO USH-STATE.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-STATE-HEADING.

      *  Each item reported is booked out to the state and marked
      *  remitted so next year's report cannot take it again.
       0570-REMIT-ONE-ITEM.
           MOVE SPACES TO UNCLAIMED-DETAIL-LINE.
           IF SORT-OWNER-LAST-NAME = SPACES
               MOVE 'OWNER UNKNOWN' TO UD-OWNER-NAME
           ELSE
               STRING SORT-OWNER-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      SORT-OWNER-LAST-NAME DELIMITED BY '  '
                   INTO UD-OWNER-NAME.
           MOVE SORT-OWNER-STREET TO UD-OWNER-STREET.
           MOVE SORT-OWNER-CITY TO UD-OWNER-CITY.
           MOVE SORT-OWNER-ZIP TO UD-OWNER-ZIP.
           MOVE SORT-ACCOUNT-NR TO UD-ACCOUNT-NR.
           MOVE SORT-CHECK-NR TO UD-CHECK-NR.
           MOVE SORT-ISSUE-DATE TO UD-ISSUE-DATE.
           MOVE SORT-AMOUNT TO UD-AMOUNT.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-DETAIL-LINE.
           ADD 1 TO STATE-ITEM-COUNT
                    REPORTED-ITEM-COUNT.
           ADD SORT-AMOUNT TO STATE-AMOUNT
                              REPORTED-AMOUNT.
           MOVE SORT-CHECK-NR TO UNC-CHECK-NR.
           READ UNCLAIMED-HOLDINGS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO UNC-STATUS
                   MOVE BUSINESS-DATE TO UNC-REMIT-DATE
                   REWRITE UNCLAIMED-HOLDING-RECORD
           END-READ.
           MOVE 'UNCLPROP' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'CASH    ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE SORT-AMOUNT TO GL-WORK-AMOUNT.
           MOVE SORT-ACCOUNT-NR TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.

       0580-CLOSE-OUT-STATE.
           MOVE SPACES TO UNCLAIMED-TOTAL-LINE.
           MOVE 'TOTAL FOR STATE' TO UT-CAPTION.
           MOVE CURRENT-STATE TO UT-STATE.
           MOVE STATE-ITEM-COUNT TO UT-COUNT.
           MOVE STATE-AMOUNT TO UT-AMOUNT.
           WRITE UNCLAIMED-REPORT-LINE FROM UNCLAIMED-TOTAL-LINE.
           MOVE SPACES TO REMITTANCE-DETAIL-LINE.
           MOVE CURRENT-STATE TO RMD-STATE.
           MOVE STATE-ITEM-COUNT TO RMD-COUNT.
           MOVE STATE-AMOUNT TO RMD-AMOUNT.
           WRITE REMITTANCE-LISTING-LINE FROM REMITTANCE-DETAIL-LINE.
           ADD 1 TO REPORTED-STATE-COUNT.

       0600-PRINT-ACTION-LINE.
           MOVE CHK-CHECK-NR (CHECK-SUB) TO RD-CHECK-NR.
           MOVE CHK-ACCOUNT-NR (CHECK-SUB) TO RD-ACCOUNT-NR.
           MOVE CHK-ISSUE-DATE (CHECK-SUB) TO RD-ISSUE-DATE.
           MOVE CHK-AMOUNT (CHECK-SUB) TO RD-AMOUNT.
           MOVE OWNER-STATE TO RD-STATE.
           MOVE ACTION-NOTE TO RD-NOTE.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-DETAIL-LINE.
           MOVE SPACES TO RUN-DETAIL-LINE.

       0700-WRITE-RUN-SUMMARY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RUN-SUMMARY-LINE.
           MOVE 'STALE CHECKS VOIDED' TO RS-CAPTION.
           MOVE STALE-VOID-COUNT TO RS-COUNT.
           MOVE STALE-VOID-AMOUNT TO RS-AMOUNT.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.
           MOVE SPACES TO RUN-SUMMARY-LINE.
           MOVE 'STALE CHECKS NOT VOIDED' TO RS-CAPTION.
           MOVE STALE-EXCEPTION-COUNT TO RS-COUNT.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.
           MOVE SPACES TO RUN-SUMMARY-LINE.
           MOVE 'MOVED TO UNCLAIMED PROPERTY' TO RS-CAPTION.
           MOVE DORMANT-MOVED-COUNT TO RS-COUNT.
           MOVE DORMANT-MOVED-AMOUNT TO RS-AMOUNT.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.
           MOVE SPACES TO RUN-SUMMARY-LINE.
           MOVE 'DORMANT, NOTHING OWED' TO RS-CAPTION.
           MOVE NOTHING-OWED-COUNT TO RS-COUNT.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.
           MOVE SPACES TO RUN-SUMMARY-LINE.
           MOVE 'OWNER NOTICES WRITTEN' TO RS-CAPTION.
           MOVE NOTICES-WRITTEN-COUNT TO RS-COUNT.
           WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.
           IF ANNUAL-REPORT-DUE
               MOVE SPACES TO RUN-SUMMARY-LINE
               MOVE 'REMITTED TO STATES' TO RS-CAPTION
               MOVE REPORTED-ITEM-COUNT TO RS-COUNT
               MOVE REPORTED-AMOUNT TO RS-AMOUNT
               WRITE ESCHEAT-REPORT-LINE FROM RUN-SUMMARY-LINE.

       0850-RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF-STATUS.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE BUSINESS-DATE TO GL-POSTING-DATE
               MOVE 'ESCHEAT ' TO GL-SOURCE-RUN
               MOVE GL-WORK-REFERENCE TO GL-REFERENCE
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-DEBIT-TOTAL
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'C' TO GL-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-CREDIT-TOTAL.

       0940-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.
