       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLAIMGL.

      *  Claims general ledger feed.  Every cash movement on a
      *  claim is a transaction on CLMTRAN.DAT, so the ledger is fed
      *  one posting per transaction not yet posted, after the
      *  CLMCHECK run has cut the night's checks.  Writes
      *  CLMGLEXT.DAT in the GLEXTR.DAT layout BILLUPDT uses:
      *
      *    - a payment whose check has been cut debits loss expense
      *      (indemnity) or loss adjustment expense (expense) and
      *      credits cash;
      *    - a payment whose check was later voided without a
      *      replacement posts the same accounts the other way;
      *    - a recovery debits cash and credits loss expense;
      *    - the accounts come from GLMAP.DAT by the policy type
      *      off POLMSTR -- run CLAIMGL for indemnity and
      *      recoveries (LOSSEXP / CLMCASH when not mapped), run
      *      CLAIMLAE for expense (LAEEXP / CLMCASH) -- and each
      *      posting carries the claim number as reference.
      *
      *  Reserve changes are estimates, not cash, and are not
      *  posted.  CTR-GL-STATUS on each transaction records what
      *  has gone to the ledger: 'Y' posted, 'R' the void reversed
      *  (or a check voided before it was ever posted, which needs
      *  nothing).  The flags are set only once the extract is
      *  closed.  Operations appends CLMGLEXT.DAT to GLMONTH.DAT
      *  with the night's GLEXTR.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE          ASSIGN TO "CLAIMS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CLM-CLAIM-NUMBER
                                       FILE STATUS CLAIMS-STATUS.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "CLMTRAN.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CTR-KEY
                                       FILE STATUS TRANSACTION-STATUS.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "CLMGLEXT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIMS-RECORD.
           05  CLM-CLAIM-NUMBER            PIC 9(8).
           05  CLM-POLICY-NUMBER           PIC X(12).
           05  CLM-LOSS-DATE               PIC 9(8).
           05  CLM-STATUS                  PIC X.
           05  CLM-RESERVE-AMOUNT          PIC 9(7)V99.
           05  CLM-PAID-AMOUNT             PIC 9(7)V99.
           05  CLM-ENTERED-DATE            PIC 9(8).

       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO        PIC X(12).
           05  POL-POLICY-AUTO-INFO.
               10  POL-AUTO-YEAR           PIC XX.
               10  POL-AUTO-BRAND          PIC X(10).
           05  POL-MASTER-STATUS           PIC X.
               88  POL-IS-ACTIVE            VALUE 'A'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  FILLER                      PIC X(11).

       FD  CLAIM-TRANSACTION-FILE.
       01  CLAIM-TRANSACTION-RECORD.
           05  CTR-KEY.
               10  CTR-CLAIM-NUMBER        PIC 9(8).
               10  CTR-SEQUENCE-NR         PIC 9(4).
           05  CTR-TRANS-TYPE              PIC X.
               88  CTR-IS-RESERVE-CHANGE    VALUE 'R'.
               88  CTR-IS-PAYMENT           VALUE 'P'.
               88  CTR-IS-RECOVERY          VALUE 'V'.
           05  CTR-TRANS-DATE              PIC 9(8).
           05  CTR-AMOUNT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  CTR-RESERVE-AFTER           PIC 9(7)V99.
           05  CTR-REASON                  PIC X(30).
           05  CTR-PAYMENT-TYPE            PIC X.
               88  CTR-IS-INDEMNITY         VALUE 'I'.
               88  CTR-IS-EXPENSE           VALUE 'E'.
           05  CTR-PAYEE-NAME              PIC X(30).
           05  CTR-PAYEE-ADDRESS           PIC X(30).
           05  CTR-PAYEE-CITY-STATE-ZIP    PIC X(30).
           05  CTR-PAYMENT-STATUS          PIC X.
               88  CTR-PAYMENT-PENDING      VALUE 'P'.
               88  CTR-PAYMENT-APPROVED     VALUE 'A'.
               88  CTR-PAYMENT-REJECTED     VALUE 'X'.
               88  CTR-PAYMENT-ISSUED       VALUE 'I'.
               88  CTR-PAYMENT-VOIDED       VALUE 'V'.
           05  CTR-CHECK-NR                PIC 9(8).
           05  CTR-CHECK-DATE              PIC 9(8).
           05  CTR-ENTERED-BY              PIC X(20).
           05  CTR-APPROVED-BY             PIC X(20).
           05  CTR-GL-STATUS               PIC X.
               88  CTR-GL-NOT-POSTED        VALUE 'N'.
               88  CTR-GL-POSTED            VALUE 'Y'.
               88  CTR-GL-REVERSED          VALUE 'R'.

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

       WORKING-STORAGE SECTION.
       01  CLAIMS-STATUS               PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  TRANSACTION-STATUS          PIC XX.
       01  TRANSACTION-EOF-STATUS      PIC X VALUE 'N'.
           88  TRANSACTION-END         VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  CLAIM-POLICY-TYPE           PIC XXXX.
       01  POLICY-TYPE-CLAIM-NUMBER    PIC 9(8) VALUE ZERO.
       01  NEW-GL-STATUS               PIC X.
       01  POSTING-REVERSED-SWITCH     PIC X.
           88  POSTING-IS-REVERSED     VALUE 'Y'.
       01  TRANSACTIONS-READ-COUNT     PIC 9(7) VALUE ZERO.
       01  TRANSACTIONS-POSTED-COUNT   PIC 9(7) VALUE ZERO.
       01  NR-MARKED                   PIC 9(5) VALUE ZERO.
       01  MARKED-SUB                  PIC 9(5).
       01  MARKED-TABLE.
           05  MARKED-ENTRY OCCURS 9999 TIMES.
               10  MTBL-KEY            PIC X(12).
               10  MTBL-GL-STATUS      PIC X.
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  GLMAP-SOURCE-RUN            PIC X(8).
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-RETURN                PIC XX.
       01  HOLD-ACCOUNT                PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           OPEN I-O CLAIM-TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = '00'
               DISPLAY 'CLAIMGL: NO CLMTRAN.DAT TO POST'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT CLAIMS-FILE.
           OPEN INPUT POLICY-MASTER.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM 0200-POST-ONE-TRANSACTION
               UNTIL TRANSACTION-END.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE GL-INTERFACE-FILE.
           IF CLAIMS-STATUS = '00'
               CLOSE CLAIMS-FILE.
           IF POLICY-STATUS = '00'
               CLOSE POLICY-MASTER.
           PERFORM 0500-MARK-TRANSACTIONS-POSTED.
           CLOSE CLAIM-TRANSACTION-FILE.
           DISPLAY 'CLAIMGL: TRANSACTIONS READ   '
               TRANSACTIONS-READ-COUNT.
           DISPLAY 'CLAIMGL: TRANSACTIONS POSTED '
               TRANSACTIONS-POSTED-COUNT.
           DISPLAY 'CLAIMGL: DEBITS              ' GL-RUN-DEBIT-TOTAL.
           DISPLAY 'CLAIMGL: CREDITS             ' GL-RUN-CREDIT-TOTAL.
           DISPLAY 'APPEND CLMGLEXT.DAT TO GLMONTH.DAT WITH THE '
                   'NIGHT''S GLEXTR.DAT.'.
           STOP RUN.

      *  A transaction left unmarked because the table is full
      *  is simply posted by the next run.
       0200-POST-ONE-TRANSACTION.
           READ CLAIM-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TRANSACTION-EOF-STATUS.
           IF NOT TRANSACTION-END
               ADD 1 TO TRANSACTIONS-READ-COUNT
               MOVE SPACE TO NEW-GL-STATUS
               MOVE 'N' TO POSTING-REVERSED-SWITCH
               EVALUATE TRUE
                   WHEN CTR-IS-PAYMENT AND CTR-PAYMENT-ISSUED
                     AND CTR-GL-NOT-POSTED
                       MOVE 'Y' TO NEW-GL-STATUS
                   WHEN CTR-IS-PAYMENT AND CTR-PAYMENT-VOIDED
                     AND CTR-GL-POSTED
                       MOVE 'R' TO NEW-GL-STATUS
                       MOVE 'Y' TO POSTING-REVERSED-SWITCH
                   WHEN CTR-IS-PAYMENT AND CTR-PAYMENT-VOIDED
                     AND CTR-GL-NOT-POSTED
                       MOVE 'R' TO NEW-GL-STATUS
                   WHEN CTR-IS-RECOVERY AND CTR-GL-NOT-POSTED
                       MOVE 'Y' TO NEW-GL-STATUS
                       MOVE 'Y' TO POSTING-REVERSED-SWITCH
               END-EVALUATE
               IF NEW-GL-STATUS NOT = SPACE
                   IF NR-MARKED < 9999
                       IF NOT (CTR-PAYMENT-VOIDED
                               AND CTR-GL-NOT-POSTED)
                           PERFORM 0300-POST-TRANSACTION
                       END-IF
                       ADD 1 TO NR-MARKED
                       MOVE CTR-KEY TO MTBL-KEY (NR-MARKED)
                       MOVE NEW-GL-STATUS
                           TO MTBL-GL-STATUS (NR-MARKED)
                   ELSE
                       DISPLAY 'CLAIMGL: POSTING TABLE FULL AT CLAIM '
                               CTR-CLAIM-NUMBER
                   END-IF
               END-IF
           END-IF.

      *  The transactions come in claim order, so the policy type
      *  is looked up once per claim.
       0250-FIND-POLICY-TYPE.
           IF CTR-CLAIM-NUMBER = POLICY-TYPE-CLAIM-NUMBER
               EXIT PARAGRAPH.
           MOVE CTR-CLAIM-NUMBER TO POLICY-TYPE-CLAIM-NUMBER.
           MOVE '????' TO CLAIM-POLICY-TYPE.
           IF CLAIMS-STATUS NOT = '00' AND NOT = '23'
               EXIT PARAGRAPH.
           MOVE CTR-CLAIM-NUMBER TO CLM-CLAIM-NUMBER.
           READ CLAIMS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF POLICY-STATUS = '00' OR POLICY-STATUS = '23'
               MOVE CLM-POLICY-NUMBER TO POL-POLICY-NUMBER
               READ POLICY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POL-POLICY-TYPE TO CLAIM-POLICY-TYPE
               END-READ.

       0300-POST-TRANSACTION.
           PERFORM 0250-FIND-POLICY-TYPE.
           IF CTR-IS-PAYMENT AND CTR-IS-EXPENSE
               MOVE 'CLAIMLAE' TO GLMAP-SOURCE-RUN
               MOVE 'LAEEXP  ' TO GL-WORK-DEBIT-ACCOUNT
           ELSE
               MOVE 'CLAIMGL ' TO GLMAP-SOURCE-RUN
               MOVE 'LOSSEXP ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'CLMCASH ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE CLAIM-POLICY-TYPE TO GLMAP-KEY.
           CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
               GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
               GLMAP-RETURN.
           IF POSTING-IS-REVERSED
               MOVE GL-WORK-DEBIT-ACCOUNT TO HOLD-ACCOUNT
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-WORK-DEBIT-ACCOUNT
               MOVE HOLD-ACCOUNT TO GL-WORK-CREDIT-ACCOUNT.
           MOVE CTR-AMOUNT TO GL-WORK-AMOUNT.
           MOVE CTR-CLAIM-NUMBER TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.
           ADD 1 TO TRANSACTIONS-POSTED-COUNT.

      *  Done only after the extract is closed: a run that dies
      *  part way leaves every flag as it was, and the rerun posts
      *  the same transactions again into a fresh extract.
       0500-MARK-TRANSACTIONS-POSTED.
           PERFORM VARYING MARKED-SUB FROM 1 BY 1
               UNTIL MARKED-SUB > NR-MARKED
               MOVE MTBL-KEY (MARKED-SUB) TO CTR-KEY
               READ CLAIM-TRANSACTION-FILE
                   INVALID KEY
                       DISPLAY 'CLAIMGL: TRANSACTION ' CTR-KEY
                           ' HAS GONE -- NOT MARKED'
                   NOT INVALID KEY
                       MOVE MTBL-GL-STATUS (MARKED-SUB)
                           TO CTR-GL-STATUS
                       REWRITE CLAIM-TRANSACTION-RECORD
                           INVALID KEY
                               DISPLAY 'CLAIMGL: UNABLE TO MARK '
                                   CTR-KEY
                       END-REWRITE
               END-READ
           END-PERFORM.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE CURRENT-DATE-INTEGER TO GL-POSTING-DATE
               MOVE 'CLAIMGL ' TO GL-SOURCE-RUN
               MOVE GL-WORK-REFERENCE TO GL-REFERENCE
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-DEBIT-TOTAL
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'C' TO GL-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-CREDIT-TOTAL
           END-IF.

       0940-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.
