       IDENTIFICATION DIVISION.
       PROGRAM-ID. Commfeed.

      *  Builds COMMISSB's INSALESB.DAT from what was actually billed
      *  and collected, instead of from a separately prepared file.
      *  Run after the night's BILLUPDT and ahead of COMMISSB:
      *
      *    1. the commission invoice ledger COMMINV.DAT is loaded --
      *       every INVGEN invoice still owed commission, with its
      *       salesman, the subtotal commission is paid on, the
      *       taxed total billed, and the money collected so far;
      *    2. the credited-for-commission figures COMMISS left on
      *       the last cycle's OUTSALES.DAT are posted back to the
      *       ledger, so nothing is paid twice;
      *    3. the detail lines of today's INVREG.DAT register are
      *       added.  The salesman is the SALMSTR ID the order was
      *       entered under; an invoice with no salesman ID, an ID
      *       with no master record, or a terminated salesman goes
      *       to the COMMFEXC.DAT exception report and never enters
      *       the ledger;
      *    4. each account's PAYHIST.DAT postings since the last run
      *       are applied to its ledger invoices the way BILLUPDT
      *       applies them to open items: payments ('P') oldest
      *       invoice first, reversals and NSF items ('R', 'N') off
      *       the invoices most recently paid.  The amount paid for
      *       commission is the collected share of the subtotal --
      *       sales tax is not commissionable;
      *    5. INSALESB.DAT gets a type '1' header and type '2' detail
      *       records for every salesman with collections not yet
      *       credited (YTD zero -- COMMISS takes year-to-date from
      *       YTDCOMM.DAT), and the ledger is written back less the
      *       invoices fully collected and fully credited.
      *
      *  PAYHIST carries no invoice number, so a payment is matched
      *  to invoices by account only; collections beyond what the
      *  ledger invoices billed (other charges, old balances) are
      *  not commissionable and are ignored.  A salesman with more
      *  than 99 invoices to pay on has the rest held for the next
      *  run -- they stay on the ledger and are reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER     ASSIGN TO "INVREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS REGISTER-STATUS.
           SELECT COMMISSION-LEDGER    ASSIGN TO "COMMINV.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS LEDGER-STATUS.
           SELECT OUTPUT-SALES-FILE    ASSIGN TO "OUTSALES.DAT"
                                       FILE STATUS OUTSALES-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.
           SELECT INPUT-SALES-SOURCE   ASSIGN TO "INSALESB.DAT"
                                       LINE SEQUENTIAL.
           SELECT COMMFEED-EXCEPTION-FILE
                                       ASSIGN TO "COMMFEXC.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER.
       01  REGISTER-LINE.
           05  RGL-INVOICE-NUMBER             PIC X(6).
           05  FILLER                         PIC XX.
           05  RGL-CUSTOMER-CODE              PIC X(6).
           05  FILLER                         PIC XX.
           05  RGL-ACCOUNT-NR                 PIC X(8).
           05  FILLER                         PIC XX.
           05  RGL-AMOUNT-TEXT                PIC X(13).
           05  FILLER                         PIC XX.
           05  RGL-BILLED-TEXT                PIC X(13).
           05  FILLER                         PIC XX.
           05  RGL-NOTE                       PIC X(14).
           05  FILLER                         PIC XX.
           05  RGL-SALESMAN-ID                PIC X(9).
           05  FILLER                         PIC X(9).

      *  INVGEN's register.  Only detail lines start with the six
      *  digit invoice number -- the heading, blank, balance and
      *  verdict lines are passed over on that test alone.

       FD  COMMISSION-LEDGER.
       01  LEDGER-RECORD.
           05  CINV-ACCOUNT-NR                PIC X(8).
           05  CINV-INVOICE-NR                PIC X(9).
           05  CINV-SALESMAN-ID               PIC X(9).
           05  CINV-INVOICE-DATE              PIC 9(8).
           05  CINV-NEXT-POSTED-DATE          PIC 9(8).
           05  CINV-NEXT-POSTING-SEQ          PIC 9(3).
           05  CINV-INV-AMT                   PIC 9(7)V99.
           05  CINV-BILLED-AMT                PIC 9(7)V99.
           05  CINV-COLLECTED-AMT             PIC 9(7)V99.
           05  CINV-AMT-PAID                  PIC 9(7)V99.
           05  CINV-AMT-CR-COMMIS             PIC 9(7)V99.
           05  FILLER                         PIC X(10).

      *  Kept in account and invoice order.  CINV-NEXT-POSTED-DATE
      *  and -SEQ are the PAYHIST key the next run starts from for
      *  the account, so a posting is applied once and only once.

       FD  OUTPUT-SALES-FILE.
       01  OUTPUT-SALES-RECORD.
           05  OUTSAL-SALESMAN-ID             PIC X(9).
           05  OUTSAL-YEAR-TO-DATE-COMMIS     PIC 9(7)V99.
           05  OUTSAL-NR-SALES                PIC 99.
           05  OUTSA-SALES-ITEMS OCCURS 0 TO 99 TIMES
               DEPENDING ON OUTSAL-NR-SALES.
               10  OUTSAL-INVOICE-NR         PIC X(9).
               10  OUTSAL-INV-AMT            PIC 9(7)V99.
               10  OUTSAL-AMT-PAID           PIC 9(7)V99.
               10  OUTSAL-AMT-CR-COMMIS      PIC 9(7)V99.

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
               88  PHIST-IS-PAYMENT     VALUE 'P'.
               88  PHIST-IS-BACKOUT     VALUE 'R' 'N'.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
               88  SAL-IS-ACTIVE         VALUE 'A'.
               88  SAL-IS-TERMINATED     VALUE 'T'.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  SAL-MANAGER-ID           PIC X(9).
           05  FILLER                   PIC X(10).

       FD  INPUT-SALES-SOURCE.
       01  INPUT-SALES-SRECORD.
           05  INPSOU-TYPE                    PIC X.
           05  INPSOU-SALES-ITEM              PIC X(36).
           05  INPSOU-SALESMAN REDEFINES INPSOU-SALES-ITEM.
               10  INPSOU-SMAN-ID             PIC X(9).
               10  INPSOU-SMAN-YTD            PIC 9(6)V99.
               10  INPSOU-SMAN-NR-SALES       PIC 99.
               10  FILLER                     PIC X(17).
           05  INPSOU-INVOICE REDEFINES INPSOU-SALES-ITEM.
               10  INPSOU-INVOICE-NR          PIC X(9).
               10  INPSOU-INV-AMT             PIC 9(7)V99.
               10  INPSOU-AMT-PAID            PIC 9(7)V99.
               10  INPSOU-AMT-CR-COMMIS       PIC 9(7)V99.
           05  FILLER                         PIC X(43).

       FD  COMMFEED-EXCEPTION-FILE.
       01  COMMFEED-EXCEPTION-RECORD.
           05  EXCP-INPUT-DATA                PIC X(80).
           05  EXCP-REASON                    PIC X(20).

       WORKING-STORAGE SECTION.
       01  REGISTER-STATUS                   PIC XX.
       01  LEDGER-STATUS                     PIC XX.
       01  OUTSALES-STATUS                   PIC XX.
       01  HISTORY-STATUS                    PIC XX.
       01  SALESMAN-STATUS                   PIC XX VALUE '00'.
       01  REGISTER-EOF-STATUS               PIC X VALUE 'N'.
           88  REGISTER-END                  VALUE 'Y'.
       01  LEDGER-EOF-STATUS                 PIC X VALUE 'N'.
           88  LEDGER-END                    VALUE 'Y'.
       01  OUTSALES-EOF-STATUS               PIC X VALUE 'N'.
           88  OUTSALES-END                  VALUE 'Y'.
       01  HISTORY-EOF-STATUS                PIC X.
           88  HISTORY-END                   VALUE 'Y'.
       01  SALESMAN-MASTER-AVAILABLE         PIC X VALUE 'N'.
           88  MASTER-AVAILABLE              VALUE 'Y'.
       01  SALESMAN-OK-SWITCH                PIC X VALUE 'Y'.
           88  SALESMAN-OK                   VALUE 'Y'.
       01  RUNLOG-FUNCTION              PIC X.
       01  RUNLOG-JOB-NAME              PIC X(8).
       01  RUNLOG-RECORD-COUNT          PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN                PIC XX.
       01  NUMEDIT-INPUT                PIC X(25).
       01  NUMEDIT-VALUE                PIC S9(12)V9(06).
       01  NUMEDIT-STATUS               PIC X.
           88  NUMEDIT-VALID             VALUE 'Y'.
       01  CURRENT-DATE-INFO            PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER     PIC 9(8).
           05  FILLER                   PIC X(13).

       01  MAX-LEDGER-ENTRIES                PIC 9(4) VALUE 2000.
       01  NR-LEDGER-ENTRIES                 PIC 9(4) VALUE ZERO.
       01  LEDGER-SUB                        PIC 9(4).
       01  INSERT-SUB                        PIC 9(4).
       01  MOVE-SUB                          PIC 9(4).
       01  GROUP-FIRST-SUB                   PIC 9(4).
       01  GROUP-LAST-SUB                    PIC 9(4).
       01  ITEM-SUB                          PIC 99.
       01  LEDGER-TABLE-AREA.
           05  LEDGER-ENTRY OCCURS 2000 TIMES.
               10  LDG-KEY.
                   15  LDG-ACCOUNT-NR         PIC X(8).
                   15  LDG-INVOICE-NR         PIC X(9).
               10  LDG-SALESMAN-ID            PIC X(9).
               10  LDG-INVOICE-DATE           PIC 9(8).
               10  LDG-NEXT-POSTING.
                   15  LDG-NEXT-POSTED-DATE   PIC 9(8).
                   15  LDG-NEXT-POSTING-SEQ   PIC 9(3).
               10  LDG-INV-AMT                PIC 9(7)V99.
               10  LDG-BILLED-AMT             PIC 9(7)V99.
               10  LDG-COLLECTED-AMT          PIC 9(7)V99.
               10  LDG-AMT-PAID               PIC 9(7)V99.
               10  LDG-AMT-CR-COMMIS          PIC 9(7)V99.
               10  LDG-FED-SWITCH             PIC X.
                   88  LDG-FED                 VALUE 'Y'.

       01  NEW-ENTRY.
           05  NEW-KEY.
               10  NEW-ACCOUNT-NR             PIC X(8).
               10  NEW-INVOICE-NR             PIC X(9).
           05  NEW-SALESMAN-ID                PIC X(9).
           05  NEW-INVOICE-DATE               PIC 9(8).
           05  NEW-NEXT-POSTING.
               10  NEW-NEXT-POSTED-DATE       PIC 9(8).
               10  NEW-NEXT-POSTING-SEQ       PIC 9(3).
           05  NEW-INV-AMT                    PIC 9(7)V99.
           05  NEW-BILLED-AMT                 PIC 9(7)V99.
           05  NEW-COLLECTED-AMT              PIC 9(7)V99.
           05  NEW-AMT-PAID                   PIC 9(7)V99.
           05  NEW-AMT-CR-COMMIS              PIC 9(7)V99.
           05  NEW-FED-SWITCH                 PIC X.
       01  DUPLICATE-SWITCH                  PIC X.
           88  DUPLICATE-INVOICE             VALUE 'Y'.

       01  POSTING-AMOUNT-LEFT               PIC 9(7)V99.
       01  POSTING-AMOUNT-TAKEN              PIC 9(7)V99.
       01  LAST-POSTING-KEY.
           05  LAST-POSTED-DATE              PIC 9(8).
           05  LAST-POSTING-SEQ              PIC 9(3).
       01  FEED-SALESMAN-ID                  PIC X(9).
       01  FEED-DETAIL-COUNT                 PIC 999.

       01  REGISTER-INVOICES-READ            PIC 9(5) VALUE ZERO.
       01  INVOICES-ADDED-COUNT              PIC 9(5) VALUE ZERO.
       01  EXCEPTIONS-WRITTEN-COUNT          PIC 9(5) VALUE ZERO.
       01  POSTINGS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  SALESMEN-WRITTEN-COUNT            PIC 9(5) VALUE ZERO.
       01  DETAILS-WRITTEN-COUNT             PIC 9(7) VALUE ZERO.
       01  LEDGER-WRITTEN-COUNT              PIC 9(5) VALUE ZERO.
       01  AMOUNT-EDITED                     PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'COMMFEED' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'COMMFEED: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS = '00'
               MOVE 'Y' TO SALESMAN-MASTER-AVAILABLE
           ELSE
               DISPLAY 'COMMFEED: SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS ' -- IDS NOT VALIDATED'.
           OPEN OUTPUT COMMFEED-EXCEPTION-FILE.
           PERFORM 0100-LOAD-LEDGER.
           PERFORM 0200-POST-CREDITED.
           PERFORM 0300-ADD-NEW-INVOICES.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HISTORY-STATUS = '00'
               PERFORM 0500-APPLY-COLLECTIONS
               CLOSE PAYMENT-HISTORY-FILE
           ELSE
               DISPLAY 'COMMFEED: PAYHIST.DAT NOT AVAILABLE, STATUS: '
                   HISTORY-STATUS ' -- NO NEW COLLECTIONS APPLIED'.
           PERFORM 0700-COMPUTE-COMMISSION-BASE
               VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > NR-LEDGER-ENTRIES.
           OPEN OUTPUT INPUT-SALES-SOURCE.
           PERFORM 0800-WRITE-ONE-SALESMAN
               VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > NR-LEDGER-ENTRIES.
           CLOSE INPUT-SALES-SOURCE.
           PERFORM 0900-REWRITE-LEDGER.
           IF MASTER-AVAILABLE
               CLOSE SALESMAN-MASTER-FILE.
           CLOSE COMMFEED-EXCEPTION-FILE.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE DETAILS-WRITTEN-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           DISPLAY 'COMMFEED: ' INVOICES-ADDED-COUNT ' OF '
               REGISTER-INVOICES-READ ' REGISTER INVOICES TAKEN, '
               EXCEPTIONS-WRITTEN-COUNT ' EXCEPTIONS ON COMMFEXC.DAT'.
           DISPLAY 'COMMFEED: ' POSTINGS-APPLIED-COUNT
               ' PAYHIST POSTINGS APPLIED, ' SALESMEN-WRITTEN-COUNT
               ' SALESMEN / ' DETAILS-WRITTEN-COUNT
               ' INVOICES ON INSALESB.DAT'.
           DISPLAY 'COMMFEED: ' LEDGER-WRITTEN-COUNT
               ' INVOICES CARRIED ON COMMINV.DAT'.
           STOP RUN.

      *  No ledger on file is the first run.
       0100-LOAD-LEDGER.
           OPEN INPUT COMMISSION-LEDGER.
           IF LEDGER-STATUS = '00'
               PERFORM UNTIL LEDGER-END
                   READ COMMISSION-LEDGER
                       AT END
                           MOVE 'Y' TO LEDGER-EOF-STATUS
                       NOT AT END
                           PERFORM 0150-LOAD-ONE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-LEDGER.

       0150-LOAD-ONE-LEDGER-RECORD.
           IF NR-LEDGER-ENTRIES NOT < MAX-LEDGER-ENTRIES
               MOVE SPACES TO COMMFEED-EXCEPTION-RECORD
               MOVE LEDGER-RECORD TO EXCP-INPUT-DATA
               MOVE "LEDGER TABLE FULL" TO EXCP-REASON
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           ADD 1 TO NR-LEDGER-ENTRIES.
           MOVE CINV-ACCOUNT-NR
               TO LDG-ACCOUNT-NR (NR-LEDGER-ENTRIES).
           MOVE CINV-INVOICE-NR
               TO LDG-INVOICE-NR (NR-LEDGER-ENTRIES).
           MOVE CINV-SALESMAN-ID
               TO LDG-SALESMAN-ID (NR-LEDGER-ENTRIES).
           MOVE CINV-INVOICE-DATE
               TO LDG-INVOICE-DATE (NR-LEDGER-ENTRIES).
           MOVE CINV-NEXT-POSTED-DATE
               TO LDG-NEXT-POSTED-DATE (NR-LEDGER-ENTRIES).
           MOVE CINV-NEXT-POSTING-SEQ
               TO LDG-NEXT-POSTING-SEQ (NR-LEDGER-ENTRIES).
           MOVE CINV-INV-AMT TO LDG-INV-AMT (NR-LEDGER-ENTRIES).
           MOVE CINV-BILLED-AMT TO LDG-BILLED-AMT (NR-LEDGER-ENTRIES).
           MOVE CINV-COLLECTED-AMT
               TO LDG-COLLECTED-AMT (NR-LEDGER-ENTRIES).
           MOVE CINV-AMT-PAID TO LDG-AMT-PAID (NR-LEDGER-ENTRIES).
           MOVE CINV-AMT-CR-COMMIS
               TO LDG-AMT-CR-COMMIS (NR-LEDGER-ENTRIES).
           MOVE 'N' TO LDG-FED-SWITCH (NR-LEDGER-ENTRIES).

      *  COMMISS moves an invoice's paid amount to credited as it
      *  pays on it; the ledger takes the higher of the two figures
      *  so a stale OUTSALES.DAT (no COMMISS run since the last
      *  feed) can never lower what has been credited.
       0200-POST-CREDITED.
           OPEN INPUT OUTPUT-SALES-FILE.
           IF OUTSALES-STATUS = '00'
               PERFORM UNTIL OUTSALES-END
                   READ OUTPUT-SALES-FILE
                       AT END
                           MOVE 'Y' TO OUTSALES-EOF-STATUS
                       NOT AT END
                           PERFORM 0250-POST-ONE-ITEM
                               VARYING ITEM-SUB FROM 1 BY 1
                               UNTIL ITEM-SUB > OUTSAL-NR-SALES
                   END-READ
               END-PERFORM
               CLOSE OUTPUT-SALES-FILE.

       0250-POST-ONE-ITEM.
           PERFORM VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > NR-LEDGER-ENTRIES
               IF LDG-INVOICE-NR (LEDGER-SUB)
                       = OUTSAL-INVOICE-NR (ITEM-SUB)
                 AND LDG-SALESMAN-ID (LEDGER-SUB) = OUTSAL-SALESMAN-ID
                   IF OUTSAL-AMT-CR-COMMIS (ITEM-SUB)
                           > LDG-AMT-CR-COMMIS (LEDGER-SUB)
                       MOVE OUTSAL-AMT-CR-COMMIS (ITEM-SUB)
                           TO LDG-AMT-CR-COMMIS (LEDGER-SUB)
                   END-IF
                   MOVE NR-LEDGER-ENTRIES TO LEDGER-SUB
               END-IF
           END-PERFORM.

      *  No register means INVGEN billed nothing today; the ledger
      *  still collects and feeds.
       0300-ADD-NEW-INVOICES.
           OPEN INPUT INVOICE-REGISTER.
           IF REGISTER-STATUS = '00'
               PERFORM UNTIL REGISTER-END
                   READ INVOICE-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-STATUS
                       NOT AT END
                           IF RGL-INVOICE-NUMBER NUMERIC
                               PERFORM 0350-ADD-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           ELSE
               DISPLAY 'COMMFEED: NO INVREG.DAT, NO NEW INVOICES'.

       0350-ADD-ONE-INVOICE.
           ADD 1 TO REGISTER-INVOICES-READ.
           MOVE SPACES TO COMMFEED-EXCEPTION-RECORD.
           MOVE RGL-INVOICE-NUMBER TO EXCP-INPUT-DATA (1:9).
           MOVE RGL-ACCOUNT-NR TO EXCP-INPUT-DATA (11:8).
           MOVE RGL-SALESMAN-ID TO EXCP-INPUT-DATA (21:9).
           MOVE RGL-BILLED-TEXT TO EXCP-INPUT-DATA (31:13).
           PERFORM 0400-RESOLVE-SALESMAN.
           IF NOT SALESMAN-OK
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE SPACES TO NEW-ENTRY.
           MOVE RGL-ACCOUNT-NR TO NEW-ACCOUNT-NR.
           MOVE RGL-INVOICE-NUMBER TO NEW-INVOICE-NR.
           MOVE RGL-SALESMAN-ID TO NEW-SALESMAN-ID.
           MOVE CURRENT-DATE-INTEGER TO NEW-INVOICE-DATE
                                        NEW-NEXT-POSTED-DATE.
           MOVE ZERO TO NEW-NEXT-POSTING-SEQ
                        NEW-COLLECTED-AMT
                        NEW-AMT-PAID
                        NEW-AMT-CR-COMMIS.
           MOVE 'N' TO NEW-FED-SWITCH.
           MOVE RGL-AMOUNT-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID
               MOVE "AMOUNT NOT NUMERIC" TO EXCP-REASON
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO NEW-INV-AMT.
           MOVE RGL-BILLED-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID
               MOVE "AMOUNT NOT NUMERIC" TO EXCP-REASON
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO NEW-BILLED-AMT.
           IF NR-LEDGER-ENTRIES NOT < MAX-LEDGER-ENTRIES
               MOVE "LEDGER TABLE FULL" TO EXCP-REASON
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           PERFORM 0450-INSERT-LEDGER-ENTRY.
           IF NOT DUPLICATE-INVOICE
               ADD 1 TO INVOICES-ADDED-COUNT.

      *  Same tests COMMISSB makes of a header ID, made here so an
      *  invoice that could never be paid on is reported the day it
      *  is billed.  Without the master the ID is taken on trust --
      *  the register is gone by tomorrow, and COMMISSB checks the
      *  ID again before anything is paid.
       0400-RESOLVE-SALESMAN.
           MOVE 'Y' TO SALESMAN-OK-SWITCH.
           IF RGL-SALESMAN-ID = SPACES
               MOVE 'N' TO SALESMAN-OK-SWITCH
               MOVE "NO SALESMAN ON ORDER" TO EXCP-REASON
               EXIT PARAGRAPH.
           IF NOT MASTER-AVAILABLE
               EXIT PARAGRAPH.
           MOVE RGL-SALESMAN-ID TO SAL-SALESMAN-ID.
           READ SALESMAN-MASTER-FILE
               KEY IS SAL-SALESMAN-ID
               INVALID KEY
                   MOVE 'N' TO SALESMAN-OK-SWITCH
                   MOVE "UNKNOWN SALESMAN ID" TO EXCP-REASON
               NOT INVALID KEY
                   IF SAL-IS-TERMINATED
                       MOVE 'N' TO SALESMAN-OK-SWITCH
                       MOVE "TERMINATED SALESMAN" TO EXCP-REASON
                   END-IF
           END-READ.

      *  The ledger stays in account and invoice order.  A new
      *  invoice on an account already carried picks up that
      *  account's PAYHIST starting key; on a new account it starts
      *  at today.  A register run through twice adds nothing.
       0450-INSERT-LEDGER-ENTRY.
           MOVE 'N' TO DUPLICATE-SWITCH.
           MOVE 1 TO INSERT-SUB.
           PERFORM UNTIL INSERT-SUB > NR-LEDGER-ENTRIES
                   OR LDG-KEY (INSERT-SUB) NOT < NEW-KEY
               ADD 1 TO INSERT-SUB
           END-PERFORM.
           IF INSERT-SUB NOT > NR-LEDGER-ENTRIES
               IF LDG-KEY (INSERT-SUB) = NEW-KEY
                   MOVE 'Y' TO DUPLICATE-SWITCH
                   EXIT PARAGRAPH
               END-IF
               IF LDG-ACCOUNT-NR (INSERT-SUB) = NEW-ACCOUNT-NR
                   MOVE LDG-NEXT-POSTING (INSERT-SUB)
                       TO NEW-NEXT-POSTING
               END-IF
           END-IF.
           IF INSERT-SUB > 1
               IF LDG-ACCOUNT-NR (INSERT-SUB - 1) = NEW-ACCOUNT-NR
                   MOVE LDG-NEXT-POSTING (INSERT-SUB - 1)
                       TO NEW-NEXT-POSTING
               END-IF
           END-IF.
           PERFORM VARYING MOVE-SUB FROM NR-LEDGER-ENTRIES BY -1
               UNTIL MOVE-SUB < INSERT-SUB
               MOVE LEDGER-ENTRY (MOVE-SUB)
                   TO LEDGER-ENTRY (MOVE-SUB + 1)
           END-PERFORM.
           MOVE NEW-ENTRY TO LEDGER-ENTRY (INSERT-SUB).
           ADD 1 TO NR-LEDGER-ENTRIES.

      *  One pass per account: the account's invoices are the run
      *  of ledger entries GROUP-FIRST-SUB through GROUP-LAST-SUB.
       0500-APPLY-COLLECTIONS.
           MOVE 1 TO GROUP-FIRST-SUB.
           PERFORM UNTIL GROUP-FIRST-SUB > NR-LEDGER-ENTRIES
               MOVE GROUP-FIRST-SUB TO GROUP-LAST-SUB
               PERFORM UNTIL GROUP-LAST-SUB = NR-LEDGER-ENTRIES
                       OR LDG-ACCOUNT-NR (GROUP-LAST-SUB + 1)
                          NOT = LDG-ACCOUNT-NR (GROUP-FIRST-SUB)
                   ADD 1 TO GROUP-LAST-SUB
               END-PERFORM
               PERFORM 0550-APPLY-ONE-ACCOUNT
               COMPUTE GROUP-FIRST-SUB = GROUP-LAST-SUB + 1
           END-PERFORM.

       0550-APPLY-ONE-ACCOUNT.
           MOVE 'N' TO HISTORY-EOF-STATUS.
           MOVE LDG-ACCOUNT-NR (GROUP-FIRST-SUB) TO PHIST-ACCOUNT-NR.
           MOVE LDG-NEXT-POSTED-DATE (GROUP-FIRST-SUB)
               TO PHIST-POSTED-DATE.
           MOVE LDG-NEXT-POSTING-SEQ (GROUP-FIRST-SUB)
               TO PHIST-POSTING-SEQ.
           MOVE LDG-NEXT-POSTING (GROUP-FIRST-SUB)
               TO LAST-POSTING-KEY.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-STATUS
           END-START.
           PERFORM UNTIL HISTORY-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-STATUS
                   NOT AT END
                       IF PHIST-ACCOUNT-NR
                               NOT = LDG-ACCOUNT-NR (GROUP-FIRST-SUB)
                           MOVE 'Y' TO HISTORY-EOF-STATUS
                       ELSE
                           PERFORM 0600-APPLY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING LEDGER-SUB FROM GROUP-FIRST-SUB BY 1
               UNTIL LEDGER-SUB > GROUP-LAST-SUB
               MOVE LAST-POSTING-KEY TO LDG-NEXT-POSTING (LEDGER-SUB)
           END-PERFORM.

      *  Disputes, releases and charges move no money and are
      *  stepped over.  The starting key moves past every posting
      *  seen, applied or not.
       0600-APPLY-ONE-POSTING.
           MOVE PHIST-POSTED-DATE TO LAST-POSTED-DATE.
           COMPUTE LAST-POSTING-SEQ = PHIST-POSTING-SEQ + 1.
           MOVE PHIST-AMOUNT TO POSTING-AMOUNT-LEFT.
           IF PHIST-IS-PAYMENT
               ADD 1 TO POSTINGS-APPLIED-COUNT
               PERFORM VARYING LEDGER-SUB FROM GROUP-FIRST-SUB BY 1
                   UNTIL LEDGER-SUB > GROUP-LAST-SUB
                      OR POSTING-AMOUNT-LEFT = ZERO
                   COMPUTE POSTING-AMOUNT-TAKEN =
                       LDG-BILLED-AMT (LEDGER-SUB)
                       - LDG-COLLECTED-AMT (LEDGER-SUB)
                   IF POSTING-AMOUNT-TAKEN > POSTING-AMOUNT-LEFT
                       MOVE POSTING-AMOUNT-LEFT
                           TO POSTING-AMOUNT-TAKEN
                   END-IF
                   ADD POSTING-AMOUNT-TAKEN
                       TO LDG-COLLECTED-AMT (LEDGER-SUB)
                   SUBTRACT POSTING-AMOUNT-TAKEN
                       FROM POSTING-AMOUNT-LEFT
               END-PERFORM.
           IF PHIST-IS-BACKOUT
               ADD 1 TO POSTINGS-APPLIED-COUNT
               PERFORM VARYING LEDGER-SUB FROM GROUP-LAST-SUB BY -1
                   UNTIL LEDGER-SUB < GROUP-FIRST-SUB
                      OR POSTING-AMOUNT-LEFT = ZERO
                   MOVE LDG-COLLECTED-AMT (LEDGER-SUB)
                       TO POSTING-AMOUNT-TAKEN
                   IF POSTING-AMOUNT-TAKEN > POSTING-AMOUNT-LEFT
                       MOVE POSTING-AMOUNT-LEFT
                           TO POSTING-AMOUNT-TAKEN
                   END-IF
                   SUBTRACT POSTING-AMOUNT-TAKEN
                       FROM LDG-COLLECTED-AMT (LEDGER-SUB)
                   SUBTRACT POSTING-AMOUNT-TAKEN
                       FROM POSTING-AMOUNT-LEFT
               END-PERFORM.

      *  Tax rides in the billed total, so the commissionable part
      *  of what was collected is the subtotal's share of it.  A
      *  backed-out payment can drop paid below credited; COMMISS
      *  then simply pays nothing more until it is collected again.
       0700-COMPUTE-COMMISSION-BASE.
           IF LDG-BILLED-AMT (LEDGER-SUB) = ZERO
             OR LDG-COLLECTED-AMT (LEDGER-SUB) = ZERO
               MOVE ZERO TO LDG-AMT-PAID (LEDGER-SUB)
           ELSE
           IF LDG-COLLECTED-AMT (LEDGER-SUB)
                   NOT < LDG-BILLED-AMT (LEDGER-SUB)
               MOVE LDG-INV-AMT (LEDGER-SUB)
                   TO LDG-AMT-PAID (LEDGER-SUB)
           ELSE
               COMPUTE LDG-AMT-PAID (LEDGER-SUB) ROUNDED =
                   LDG-COLLECTED-AMT (LEDGER-SUB)
                   * LDG-INV-AMT (LEDGER-SUB)
                   / LDG-BILLED-AMT (LEDGER-SUB).

      *  Entered at each ledger entry; the first one not yet fed
      *  that has something to pay on starts its salesman, and the
      *  rest of the salesman's invoices are gathered from there
      *  down.  Only invoices with paid above credited are fed --
      *  COMMISS refuses a zero paid amount and has nothing to do
      *  with one already fully credited.
       0800-WRITE-ONE-SALESMAN.
           IF LDG-FED (LEDGER-SUB)
             OR LDG-AMT-PAID (LEDGER-SUB)
                NOT > LDG-AMT-CR-COMMIS (LEDGER-SUB)
               EXIT PARAGRAPH.
           MOVE LDG-SALESMAN-ID (LEDGER-SUB) TO FEED-SALESMAN-ID.
           MOVE ZERO TO FEED-DETAIL-COUNT.
           PERFORM VARYING INSERT-SUB FROM LEDGER-SUB BY 1
               UNTIL INSERT-SUB > NR-LEDGER-ENTRIES
               IF LDG-SALESMAN-ID (INSERT-SUB) = FEED-SALESMAN-ID
                 AND LDG-AMT-PAID (INSERT-SUB)
                     > LDG-AMT-CR-COMMIS (INSERT-SUB)
                   ADD 1 TO FEED-DETAIL-COUNT
               END-IF
           END-PERFORM.
           IF FEED-DETAIL-COUNT > 99
               MOVE 99 TO FEED-DETAIL-COUNT.
           MOVE SPACES TO INPUT-SALES-SRECORD.
           MOVE '1' TO INPSOU-TYPE.
           MOVE FEED-SALESMAN-ID TO INPSOU-SMAN-ID.
           MOVE ZERO TO INPSOU-SMAN-YTD.
           MOVE FEED-DETAIL-COUNT TO INPSOU-SMAN-NR-SALES.
           WRITE INPUT-SALES-SRECORD.
           ADD 1 TO SALESMEN-WRITTEN-COUNT.
           MOVE ZERO TO FEED-DETAIL-COUNT.
           PERFORM VARYING INSERT-SUB FROM LEDGER-SUB BY 1
               UNTIL INSERT-SUB > NR-LEDGER-ENTRIES
               IF LDG-SALESMAN-ID (INSERT-SUB) = FEED-SALESMAN-ID
                 AND LDG-AMT-PAID (INSERT-SUB)
                     > LDG-AMT-CR-COMMIS (INSERT-SUB)
                   MOVE 'Y' TO LDG-FED-SWITCH (INSERT-SUB)
                   PERFORM 0850-WRITE-ONE-INVOICE
               END-IF
           END-PERFORM.

       0850-WRITE-ONE-INVOICE.
           IF FEED-DETAIL-COUNT NOT < 99
               MOVE SPACES TO COMMFEED-EXCEPTION-RECORD
               MOVE LDG-INVOICE-NR (INSERT-SUB)
                   TO EXCP-INPUT-DATA (1:9)
               MOVE LDG-ACCOUNT-NR (INSERT-SUB)
                   TO EXCP-INPUT-DATA (11:8)
               MOVE FEED-SALESMAN-ID TO EXCP-INPUT-DATA (21:9)
               MOVE LDG-AMT-PAID (INSERT-SUB) TO AMOUNT-EDITED
               MOVE AMOUNT-EDITED TO EXCP-INPUT-DATA (31:10)
               MOVE "OVER 99 - NEXT RUN" TO EXCP-REASON
               PERFORM 0950-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           ADD 1 TO FEED-DETAIL-COUNT.
           MOVE SPACES TO INPUT-SALES-SRECORD.
           MOVE '2' TO INPSOU-TYPE.
           MOVE LDG-INVOICE-NR (INSERT-SUB) TO INPSOU-INVOICE-NR.
           MOVE LDG-INV-AMT (INSERT-SUB) TO INPSOU-INV-AMT.
           MOVE LDG-AMT-PAID (INSERT-SUB) TO INPSOU-AMT-PAID.
           MOVE LDG-AMT-CR-COMMIS (INSERT-SUB)
               TO INPSOU-AMT-CR-COMMIS.
           WRITE INPUT-SALES-SRECORD.
           ADD 1 TO DETAILS-WRITTEN-COUNT.

      *  An invoice collected in full and credited in full has
      *  nothing more to earn and leaves the ledger.
       0900-REWRITE-LEDGER.
           OPEN OUTPUT COMMISSION-LEDGER.
           PERFORM VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > NR-LEDGER-ENTRIES
               IF LDG-COLLECTED-AMT (LEDGER-SUB)
                       < LDG-BILLED-AMT (LEDGER-SUB)
                 OR LDG-AMT-CR-COMMIS (LEDGER-SUB)
                       < LDG-AMT-PAID (LEDGER-SUB)
                   PERFORM 0910-WRITE-ONE-LEDGER-RECORD
               END-IF
           END-PERFORM.
           CLOSE COMMISSION-LEDGER.

       0910-WRITE-ONE-LEDGER-RECORD.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE LDG-ACCOUNT-NR (LEDGER-SUB) TO CINV-ACCOUNT-NR.
           MOVE LDG-INVOICE-NR (LEDGER-SUB) TO CINV-INVOICE-NR.
           MOVE LDG-SALESMAN-ID (LEDGER-SUB) TO CINV-SALESMAN-ID.
           MOVE LDG-INVOICE-DATE (LEDGER-SUB) TO CINV-INVOICE-DATE.
           MOVE LDG-NEXT-POSTED-DATE (LEDGER-SUB)
               TO CINV-NEXT-POSTED-DATE.
           MOVE LDG-NEXT-POSTING-SEQ (LEDGER-SUB)
               TO CINV-NEXT-POSTING-SEQ.
           MOVE LDG-INV-AMT (LEDGER-SUB) TO CINV-INV-AMT.
           MOVE LDG-BILLED-AMT (LEDGER-SUB) TO CINV-BILLED-AMT.
           MOVE LDG-COLLECTED-AMT (LEDGER-SUB) TO CINV-COLLECTED-AMT.
           MOVE LDG-AMT-PAID (LEDGER-SUB) TO CINV-AMT-PAID.
           MOVE LDG-AMT-CR-COMMIS (LEDGER-SUB) TO CINV-AMT-CR-COMMIS.
           WRITE LEDGER-RECORD.
           ADD 1 TO LEDGER-WRITTEN-COUNT.

       0950-WRITE-EXCEPTION.
           WRITE COMMFEED-EXCEPTION-RECORD.
           ADD 1 TO EXCEPTIONS-WRITTEN-COUNT.
