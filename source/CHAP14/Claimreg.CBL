      *  type and status.  A claim whose policy has vanished from
      *  the master reports under type '????' rather than being
      *  dropped.
      *
      *  Under each claim's line comes its transaction history off
      *  CLMTRAN.DAT in the order entered: date, reserve change,
      *  payment or recovery, the amount, and for a payment its
      *  type, status, check number, and payee; for a reserve
      *  change or recovery, the reason or who paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "CLMTRAN.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CTR-KEY
                                       FILE STATUS TRANSACTION-STATUS.
           SELECT CLAIMS-REGISTER      ASSIGN TO "CLAIMREG.DAT"
                                       LINE SEQUENTIAL.

           05  POL-POLICY-TYPE             PIC XXXX.
           05  FILLER                      PIC X(72).

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

       FD  CLAIMS-REGISTER.
       01  REGISTER-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  CLAIMS-STATUS               PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  TRANSACTION-STATUS          PIC XX.
       01  TRANSACTION-EOF-STATUS      PIC X.
           88  TRANSACTION-END         VALUE 'Y'.
       01  TRANSACTIONS-PRINTED        PIC 9(4).
       01  TRANSACTION-FILE-SWITCH     PIC X VALUE 'N'.
           88  TRANSACTION-FILE-OPEN   VALUE 'Y'.
       01  CLAIMS-EOF-STATUS           PIC X VALUE 'N'.
           88  CLAIMS-END              VALUE 'Y'.
       01  CLAIM-POLICY-TYPE           PIC XXXX.
           05  DTL-RESERVE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-PAID                PIC Z,ZZZ,ZZ9.99.
       01  HISTORY-HEADING.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'TRANSACTION HISTORY'.
       01  HISTORY-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  HST-DATE                PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  HST-TYPE                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HST-PAYMENT-TYPE        PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  HST-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  HST-STATUS              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HST-CHECK-NR            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  HST-DETAIL              PIC X(21).
       01  SUMMARY-HEADING.
           05  FILLER                  PIC X(26) VALUE
               'BY POLICY TYPE AND STATUS '.
               DISPLAY 'CLAIMREG: NO CLAIMS.DAT TO REPORT'
               STOP RUN.
           OPEN INPUT POLICY-MASTER.
           OPEN INPUT CLAIM-TRANSACTION-FILE.
           IF TRANSACTION-STATUS = '00'
               MOVE 'Y' TO TRANSACTION-FILE-SWITCH.
           OPEN OUTPUT CLAIMS-REGISTER.
           WRITE REGISTER-LINE FROM REPORT-HEADING.
           MOVE SPACES TO REGISTER-LINE.
                 CLAIMS-REGISTER.
           IF POLICY-STATUS = '00'
               CLOSE POLICY-MASTER.
           IF TRANSACTION-FILE-OPEN
               CLOSE CLAIM-TRANSACTION-FILE.
           STOP RUN.

       0200-REPORT-ONE-CLAIM.
               MOVE CLM-RESERVE-AMOUNT TO DTL-RESERVE
               MOVE CLM-PAID-AMOUNT TO DTL-PAID
               WRITE REGISTER-LINE FROM DETAIL-LINE
               PERFORM 0270-PRINT-TRANSACTION-HISTORY
               PERFORM 0300-ACCUMULATE-SUMMARY.

       0250-FIND-POLICY-TYPE.
                       MOVE POL-POLICY-TYPE TO CLAIM-POLICY-TYPE
               END-READ.

       0270-PRINT-TRANSACTION-HISTORY.
           IF NOT TRANSACTION-FILE-OPEN
               EXIT PARAGRAPH.
           MOVE ZERO TO TRANSACTIONS-PRINTED.
           MOVE 'N' TO TRANSACTION-EOF-STATUS.
           MOVE CLM-CLAIM-NUMBER TO CTR-CLAIM-NUMBER.
           MOVE ZERO TO CTR-SEQUENCE-NR.
           START CLAIM-TRANSACTION-FILE
               KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY
                   MOVE 'Y' TO TRANSACTION-EOF-STATUS
           END-START.
           PERFORM UNTIL TRANSACTION-END
               READ CLAIM-TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO TRANSACTION-EOF-STATUS
                   NOT AT END
                       IF CTR-CLAIM-NUMBER NOT = CLM-CLAIM-NUMBER
                           MOVE 'Y' TO TRANSACTION-EOF-STATUS
                       ELSE
                           PERFORM 0280-PRINT-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           IF TRANSACTIONS-PRINTED > ZERO
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.

       0280-PRINT-ONE-TRANSACTION.
           IF TRANSACTIONS-PRINTED = ZERO
               WRITE REGISTER-LINE FROM HISTORY-HEADING.
           ADD 1 TO TRANSACTIONS-PRINTED.
           MOVE CTR-TRANS-DATE TO HST-DATE.
           MOVE CTR-AMOUNT TO HST-AMOUNT.
           MOVE SPACES TO HST-PAYMENT-TYPE
                          HST-STATUS
                          HST-CHECK-NR.
           EVALUATE TRUE
               WHEN CTR-IS-RESERVE-CHANGE
                   MOVE 'RESERVE' TO HST-TYPE
                   MOVE CTR-REASON TO HST-DETAIL
               WHEN CTR-IS-RECOVERY
                   MOVE 'RECOVERY' TO HST-TYPE
                   MOVE CTR-REASON TO HST-DETAIL
               WHEN OTHER
                   MOVE 'PAYMENT' TO HST-TYPE
                   IF CTR-IS-EXPENSE
                       MOVE 'EXP' TO HST-PAYMENT-TYPE
                   ELSE
                       MOVE 'IND' TO HST-PAYMENT-TYPE
                   END-IF
                   EVALUATE TRUE
                       WHEN CTR-PAYMENT-PENDING
                           MOVE 'PENDING' TO HST-STATUS
                       WHEN CTR-PAYMENT-APPROVED
                           MOVE 'APPROVED' TO HST-STATUS
                       WHEN CTR-PAYMENT-REJECTED
                           MOVE 'REJECTED' TO HST-STATUS
                       WHEN CTR-PAYMENT-ISSUED
                           MOVE 'ISSUED' TO HST-STATUS
                       WHEN CTR-PAYMENT-VOIDED
                           MOVE 'VOIDED' TO HST-STATUS
                   END-EVALUATE
                   IF CTR-CHECK-NR > ZERO
                       MOVE CTR-CHECK-NR TO HST-CHECK-NR
                   END-IF
                   MOVE CTR-PAYEE-NAME TO HST-DETAIL
           END-EVALUATE.
           WRITE REGISTER-LINE FROM HISTORY-LINE.

       0300-ACCUMULATE-SUMMARY.
           MOVE ZERO TO ROW-FOUND-SUB.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
