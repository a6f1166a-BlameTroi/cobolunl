       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Pospay.

      *  Positive pay issue file.  The bank pays anything that
      *  looks like one of our refund checks unless it has been
      *  told which checks we actually wrote, so every day the
      *  checks REFCHECK issued and voided are sent to it on
      *  POSPAY.DAT:
      *
      *      'H' header:   our refund bank account, file date,
      *                    item count, and total amount
      *      'D' detail:   bank account, check number, amount,
      *                    issue date, payee, and void indicator
      *                    ('V' for a void, space for an issue)
      *      'T' trailer:  item count, issued count and amount,
      *                    void count and amount, and the hash
      *                    total of the check numbers
      *
      *  Issues are the 'I' and 'R' records on CHECKREG.DAT; voids
      *  are the 'V' operator voids and the 'S' stale-dated voids,
      *  sent with the voided check's original issue date.  The
      *  payee is the one the check form prints, the billing
      *  account the refund is made out to.  Clearance ('C')
      *  records are the bank's own news and are not sent back.
      *
      *  The register only ever grows, so the control file
      *  PPAYCTL.DAT keeps how many of its records have already
      *  gone to the bank; each run sends the records added since
      *  and moves the mark.  The run is under RUNLOG control (job
      *  POSPAY, after REFCHECK), which refuses a second start for
      *  a business date already sent.  The refund account number
      *  comes from PPAYPARM.DAT; without it nothing is sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER       ASSIGN TO "CHECKREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS REGISTER-STATUS.
           SELECT POSITIVE-PAY-CONTROL ASSIGN TO "PPAYCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CONTROL-STATUS.
           SELECT POSITIVE-PAY-PARM    ASSIGN TO "PPAYPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT POSITIVE-PAY-FILE    ASSIGN TO "POSPAY.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUES 'V' 'S'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
           05  CREG-REFERENCE-NR       PIC 9(8).

       FD  POSITIVE-PAY-CONTROL.
       01  POSITIVE-PAY-CONTROL-RECORD.
           05  PPC-LAST-SENT-DATE      PIC 9(8).
           05  PPC-RECORDS-SENT        PIC 9(7).

       FD  POSITIVE-PAY-PARM.
       01  POSITIVE-PAY-PARM-RECORD.
           05  PPP-BANK-ACCOUNT        PIC X(12).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE         PIC X.
               88  PPY-IS-HEADER        VALUE 'H'.
               88  PPY-IS-DETAIL        VALUE 'D'.
               88  PPY-IS-TRAILER       VALUE 'T'.
           05  PPY-BANK-ACCOUNT        PIC X(12).
           05  PPY-DETAIL-DATA.
               10  PPY-CHECK-NR        PIC 9(8).
               10  PPY-AMOUNT          PIC 9(7)V99.
               10  PPY-ISSUE-DATE      PIC 9(8).
               10  PPY-PAYEE           PIC X(40).
               10  PPY-VOID-INDICATOR  PIC X.
           05  PPY-HEADER-DATA REDEFINES PPY-DETAIL-DATA.
               10  PPY-FILE-DATE       PIC 9(8).
               10  PPY-HEADER-COUNT    PIC 9(7).
               10  PPY-HEADER-AMOUNT   PIC 9(9)V99.
               10  FILLER              PIC X(40).
           05  PPY-TRAILER-DATA REDEFINES PPY-DETAIL-DATA.
               10  PPY-TRAILER-COUNT   PIC 9(7).
               10  PPY-ISSUED-COUNT    PIC 9(7).
               10  PPY-ISSUED-AMOUNT   PIC 9(9)V99.
               10  PPY-VOID-COUNT      PIC 9(7).
               10  PPY-VOID-AMOUNT     PIC 9(9)V99.
               10  PPY-CHECK-HASH      PIC 9(12).
               10  FILLER              PIC X(11).

       WORKING-STORAGE SECTION.
       01  REGISTER-STATUS             PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  REGISTER-EOF-STATUS         PIC X VALUE 'N'.
           88  REGISTER-END            VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  BANK-ACCOUNT                PIC X(12) VALUE SPACES.
       01  RECORDS-ALREADY-SENT        PIC 9(7) VALUE ZERO.
       01  REGISTER-RECORDS-READ       PIC 9(7) VALUE ZERO.
       01  ITEMS-SENT-COUNT            PIC 9(7) VALUE ZERO.
       01  ITEMS-SENT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  ISSUED-SENT-COUNT           PIC 9(7) VALUE ZERO.
       01  ISSUED-SENT-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  VOIDS-SENT-COUNT            PIC 9(7) VALUE ZERO.
       01  VOIDS-SENT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  CHECK-NUMBER-HASH           PIC 9(12) VALUE ZERO.
       01  ORIGINAL-ISSUE-DATE         PIC 9(8).
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

      *  Every check issued, so a void can be sent with the date
      *  the check itself carries.
       01  NR-ISSUED-CHECKS            PIC 9(4) VALUE ZERO.
       01  ISSUED-SUB                  PIC 9(4).
       01  ISSUED-CHECK-TABLE.
           05  ISSUED-CHECK-ENTRY OCCURS 2000 TIMES.
               10  ICHK-CHECK-NR       PIC 9(8).
               10  ICHK-ISSUE-DATE     PIC 9(8).

      *  The detail lines are held until the header, which carries
      *  their totals, has been written.
       01  NR-PENDING-ITEMS            PIC 9(4) VALUE ZERO.
       01  PENDING-SUB                 PIC 9(4).
       01  PENDING-ITEM-TABLE.
           05  PENDING-ITEM OCCURS 2000 TIMES
                                       PIC X(79).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'POSPAY  ' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'POSPAY  : RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN ' -- NOTHING SENT'
               STOP RUN.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-READ-POSITIVE-PAY-PARM.
           IF BANK-ACCOUNT = SPACES
               DISPLAY 'POSPAY  : NO REFUND BANK ACCOUNT ON '
                   'PPAYPARM.DAT -- NOTHING SENT'
               STOP RUN.
           PERFORM 0070-READ-POSITIVE-PAY-CONTROL.
           PERFORM 0100-GATHER-NEW-REGISTER-ITEMS.
           IF REGISTER-RECORDS-READ < RECORDS-ALREADY-SENT
               DISPLAY 'POSPAY  : CHECKREG.DAT HAS '
                   REGISTER-RECORDS-READ ' RECORDS BUT '
                   RECORDS-ALREADY-SENT ' WERE SENT -- REGISTER '
                   'REPLACED?  NOTHING SENT'
               STOP RUN.
           PERFORM 0300-WRITE-ISSUE-FILE.
           PERFORM 0900-WRITE-CONTROL-BACK.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE ITEMS-SENT-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           DISPLAY 'POSPAY  : ' ISSUED-SENT-COUNT ' ISSUES, '
               VOIDS-SENT-COUNT ' VOIDS SENT'.
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

       0060-READ-POSITIVE-PAY-PARM.
           OPEN INPUT POSITIVE-PAY-PARM.
           IF PARM-STATUS = '00'
               READ POSITIVE-PAY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPP-BANK-ACCOUNT TO BANK-ACCOUNT
               END-READ
               CLOSE POSITIVE-PAY-PARM.

      *  A missing control file is the first transmission: the
      *  whole register goes.
       0070-READ-POSITIVE-PAY-CONTROL.
           OPEN INPUT POSITIVE-PAY-CONTROL.
           IF CONTROL-STATUS = '00'
               READ POSITIVE-PAY-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPC-RECORDS-SENT NUMERIC
                           MOVE PPC-RECORDS-SENT
                               TO RECORDS-ALREADY-SENT
                       END-IF
               END-READ
               CLOSE POSITIVE-PAY-CONTROL.

       0100-GATHER-NEW-REGISTER-ITEMS.
           OPEN INPUT CHECK-REGISTER.
           IF REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO REGISTER-EOF-STATUS.
           PERFORM UNTIL REGISTER-END
               READ CHECK-REGISTER
                   AT END
                       MOVE 'Y' TO REGISTER-EOF-STATUS
                   NOT AT END
                       ADD 1 TO REGISTER-RECORDS-READ
                       PERFORM 0150-NOTE-REGISTER-RECORD
               END-READ
           END-PERFORM.
           IF REGISTER-STATUS = '00' OR REGISTER-STATUS = '10'
               CLOSE CHECK-REGISTER.

       0150-NOTE-REGISTER-RECORD.
           IF CHECK-WAS-ISSUED OR CHECK-WAS-REISSUED
               IF NR-ISSUED-CHECKS < 2000
                   ADD 1 TO NR-ISSUED-CHECKS
                   MOVE CREG-CHECK-NR
                       TO ICHK-CHECK-NR (NR-ISSUED-CHECKS)
                   MOVE CREG-ISSUE-DATE
                       TO ICHK-ISSUE-DATE (NR-ISSUED-CHECKS)
               END-IF
           END-IF.
           IF REGISTER-RECORDS-READ > RECORDS-ALREADY-SENT
             AND (CHECK-WAS-ISSUED OR CHECK-WAS-REISSUED
                  OR CHECK-WAS-VOIDED)
               PERFORM 0200-HOLD-ONE-ITEM.

      *  A day with more items than the table holds stops the run
      *  before anything is sent or the mark is moved.
       0200-HOLD-ONE-ITEM.
           IF NR-PENDING-ITEMS NOT < 2000
               DISPLAY 'POSPAY  : MORE THAN 2000 NEW REGISTER ITEMS '
                   '-- NOTHING SENT'
               STOP RUN.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PPY-IS-DETAIL TO TRUE.
           MOVE BANK-ACCOUNT TO PPY-BANK-ACCOUNT.
           MOVE CREG-AMOUNT TO PPY-AMOUNT.
           STRING 'BILLING ACCOUNT ' DELIMITED BY SIZE
                  CREG-ACCOUNT-NR DELIMITED BY SIZE
               INTO PPY-PAYEE.
           IF CHECK-WAS-VOIDED
               MOVE CREG-REFERENCE-NR TO PPY-CHECK-NR
               MOVE CREG-ISSUE-DATE TO ORIGINAL-ISSUE-DATE
               PERFORM VARYING ISSUED-SUB FROM 1 BY 1
                   UNTIL ISSUED-SUB > NR-ISSUED-CHECKS
                   IF ICHK-CHECK-NR (ISSUED-SUB) = CREG-REFERENCE-NR
                       MOVE ICHK-ISSUE-DATE (ISSUED-SUB)
                           TO ORIGINAL-ISSUE-DATE
                       MOVE NR-ISSUED-CHECKS TO ISSUED-SUB
                   END-IF
               END-PERFORM
               MOVE ORIGINAL-ISSUE-DATE TO PPY-ISSUE-DATE
               MOVE 'V' TO PPY-VOID-INDICATOR
               ADD 1 TO VOIDS-SENT-COUNT
               ADD CREG-AMOUNT TO VOIDS-SENT-AMOUNT
           ELSE
               MOVE CREG-CHECK-NR TO PPY-CHECK-NR
               MOVE CREG-ISSUE-DATE TO PPY-ISSUE-DATE
               ADD 1 TO ISSUED-SENT-COUNT
               ADD CREG-AMOUNT TO ISSUED-SENT-AMOUNT.
           ADD 1 TO ITEMS-SENT-COUNT.
           ADD CREG-AMOUNT TO ITEMS-SENT-AMOUNT.
           ADD PPY-CHECK-NR TO CHECK-NUMBER-HASH.
           ADD 1 TO NR-PENDING-ITEMS.
           MOVE POSITIVE-PAY-RECORD TO PENDING-ITEM (NR-PENDING-ITEMS).

      *  The file goes even with no items, so the bank sees the
      *  day was transmitted and nothing was written.
       0300-WRITE-ISSUE-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PPY-IS-HEADER TO TRUE.
           MOVE BANK-ACCOUNT TO PPY-BANK-ACCOUNT.
           MOVE BUSINESS-DATE TO PPY-FILE-DATE.
           MOVE ITEMS-SENT-COUNT TO PPY-HEADER-COUNT.
           MOVE ITEMS-SENT-AMOUNT TO PPY-HEADER-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
           PERFORM VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > NR-PENDING-ITEMS
               MOVE PENDING-ITEM (PENDING-SUB)
                   TO POSITIVE-PAY-RECORD
               WRITE POSITIVE-PAY-RECORD
           END-PERFORM.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           SET PPY-IS-TRAILER TO TRUE.
           MOVE BANK-ACCOUNT TO PPY-BANK-ACCOUNT.
           MOVE ITEMS-SENT-COUNT TO PPY-TRAILER-COUNT.
           MOVE ISSUED-SENT-COUNT TO PPY-ISSUED-COUNT.
           MOVE ISSUED-SENT-AMOUNT TO PPY-ISSUED-AMOUNT.
           MOVE VOIDS-SENT-COUNT TO PPY-VOID-COUNT.
           MOVE VOIDS-SENT-AMOUNT TO PPY-VOID-AMOUNT.
           MOVE CHECK-NUMBER-HASH TO PPY-CHECK-HASH.
           WRITE POSITIVE-PAY-RECORD.
           CLOSE POSITIVE-PAY-FILE.

       0900-WRITE-CONTROL-BACK.
           OPEN OUTPUT POSITIVE-PAY-CONTROL.
           MOVE BUSINESS-DATE TO PPC-LAST-SENT-DATE.
           MOVE REGISTER-RECORDS-READ TO PPC-RECORDS-SENT.
           WRITE POSITIVE-PAY-CONTROL-RECORD.
           CLOSE POSITIVE-PAY-CONTROL.
