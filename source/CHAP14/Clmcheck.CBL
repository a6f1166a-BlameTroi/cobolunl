       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMCHECK.

      *  Claim check writer.  Cuts a check for every approved
      *  payment on the claim transaction file CLMTRAN.DAT, the
      *  way REFCHECK cuts refund checks, on the claims account's
      *  own check stock and numbers:
      *
      *      CLMCKCTL.DAT   one-record control file carrying the
      *                     next claim check number, assigned in
      *                     sequence and written back at end of run
      *      CLMCKPRN.DAT   the check print file, one check per
      *                     form, made out to the payee's name and
      *                     address with the claim number and
      *                     whether the payment is indemnity or
      *                     expense
      *      CLMCKREG.DAT   the permanent claim check register,
      *                     appended every run in the CHECKREG.DAT
      *                     layout -- 'I' issued, 'V' voided, 'R'
      *                     reissued -- with the claim number where
      *                     the refund register has the account
      *      CLMCKVD.DAT    void requests from the operator: check
      *                     number, and 'R' when a replacement
      *                     check should be cut on the next number
      *
      *  A check cut marks its payment issued with the check number
      *  and date and adds the amount to the claim's CLM-PAID-
      *  AMOUNT.  A void with a replacement moves the payment to
      *  the new check and leaves the claim alone; a void without
      *  one marks the payment voided and takes the amount back off
      *  the paid amount.  CLAIMGL posts both to the ledger.
      *
      *  Runs under RUNLOG control (job CLMCHECK) so a double run
      *  cannot cut duplicate checks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE          ASSIGN TO "CLAIMS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CLM-CLAIM-NUMBER
                                       FILE STATUS CLAIMS-STATUS.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "CLMTRAN.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CTR-KEY
                                       FILE STATUS TRANSACTION-STATUS.
           SELECT CHECK-CONTROL-FILE   ASSIGN TO "CLMCKCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CONTROL-STATUS.
           SELECT CHECK-PRINT-FILE     ASSIGN TO "CLMCKPRN.DAT"
                                       LINE SEQUENTIAL.
           SELECT CHECK-REGISTER       ASSIGN TO "CLMCKREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS REGISTER-STATUS.
           SELECT VOID-REQUESTS        ASSIGN TO "CLMCKVD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS VOID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLM-CLAIM-NUMBER            PIC 9(8).
           05  CLM-POLICY-NUMBER           PIC X(12).
           05  CLM-LOSS-DATE               PIC 9(8).
           05  CLM-STATUS                  PIC X.
           05  CLM-RESERVE-AMOUNT          PIC 9(7)V99.
           05  CLM-PAID-AMOUNT             PIC 9(7)V99.
           05  CLM-ENTERED-DATE            PIC 9(8).

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

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CCTL-NEXT-CHECK-NR      PIC 9(8).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE            PIC X(80).

       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUE 'V'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
           05  CREG-REFERENCE-NR       PIC 9(8).

      *  CREG-ACCOUNT-NR carries the claim number.  CREG-REFERENCE-
      *  NR on a 'V' record names the check voided and on an 'R'
      *  record the check being replaced.

       FD  VOID-REQUESTS.
       01  VOID-REQUEST-RECORD.
           05  VOID-CHECK-NR           PIC 9(8).
           05  VOID-REISSUE-FLAG       PIC X.
               88  VOID-WANTS-REISSUE   VALUE 'R'.

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  CLAIMS-STATUS               PIC XX.
       01  TRANSACTION-STATUS          PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  REGISTER-STATUS             PIC XX.
       01  VOID-STATUS                 PIC XX.
       01  TRANSACTION-EOF-STATUS      PIC X VALUE 'N'.
           88  TRANSACTION-END         VALUE 'Y'.
       01  VOID-EOF-STATUS             PIC X VALUE 'N'.
           88  VOID-END                VALUE 'Y'.
       01  PAYMENT-FOUND-SWITCH        PIC X.
           88  PAYMENT-FOUND           VALUE 'Y'.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.
       01  NEXT-CHECK-NUMBER           PIC 9(8) VALUE 1.
       01  CHECKS-CUT-COUNT            PIC 9(5) VALUE ZERO.
       01  CHECKS-CUT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  CHECKS-VOIDED-COUNT         PIC 9(5) VALUE ZERO.
       01  CHECKS-REISSUED-COUNT       PIC 9(5) VALUE ZERO.
       01  CHECK-FORM-LINE-1.
           05  FILLER                  PIC X(10) VALUE 'CHECK NR  '.
           05  CHK-CHECK-NR            PIC 9(8).
           05  FILLER                  PIC X(8) VALUE '   DATE '.
           05  CHK-DATE                PIC 9(8).
       01  CHECK-FORM-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'CLAIM NR  '.
           05  CHK-CLAIM-NUMBER        PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CHK-PAYMENT-TYPE        PIC X(9).
       01  CHECK-FORM-LINE-3.
           05  FILLER                  PIC X(21) VALUE
               'PAY TO THE ORDER OF  '.
           05  CHK-PAYEE-NAME          PIC X(30).
       01  CHECK-FORM-LINE-4.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  CHK-PAYEE-ADDRESS       PIC X(30).
       01  CHECK-FORM-LINE-5.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  CHK-PAYEE-CITY-STATE-ZIP PIC X(30).
       01  CHECK-FORM-LINE-6.
           05  FILLER                  PIC X(19) VALUE
               'THE AMOUNT OF    $ '.
           05  CHK-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  CHECK-FORM-SEPARATOR.
           05  FILLER                  PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'CLMCHECK' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'CLMCHECK: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O CLAIM-TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = '00'
               DISPLAY 'CLMCHECK: NO CLMTRAN.DAT -- NO CHECKS TO CUT'
               PERFORM 0950-END-RUN-CONTROL
               STOP RUN.
           OPEN I-O CLAIMS-FILE.
           IF CLAIMS-STATUS NOT = '00'
               DISPLAY 'CLMCHECK: UNABLE TO OPEN CLAIMS.DAT, '
                   'STATUS: ' CLAIMS-STATUS
               CLOSE CLAIM-TRANSACTION-FILE
               STOP RUN.
           PERFORM 0100-READ-CHECK-CONTROL.
           OPEN OUTPUT CHECK-PRINT-FILE.
           OPEN EXTEND CHECK-REGISTER.
           IF REGISTER-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER.
           PERFORM 0200-PROCESS-VOID-REQUESTS.
           PERFORM 0400-CUT-CLAIM-CHECKS.
           CLOSE CHECK-PRINT-FILE
                 CHECK-REGISTER
                 CLAIMS-FILE
                 CLAIM-TRANSACTION-FILE.
           PERFORM 0900-WRITE-CHECK-CONTROL-BACK.
           PERFORM 0950-END-RUN-CONTROL.
           DISPLAY 'CLMCHECK: ' CHECKS-CUT-COUNT ' CHECKS CUT, '
               CHECKS-VOIDED-COUNT ' VOIDED, '
               CHECKS-REISSUED-COUNT ' REISSUED'.
           DISPLAY 'CLMCHECK: AMOUNT CUT ' CHECKS-CUT-AMOUNT.
           STOP RUN.

      *  A missing control file starts the sequence at check 1 --
      *  the bootstrap case.
       0100-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF CONTROL-STATUS = '00'
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CCTL-NEXT-CHECK-NR NUMERIC
                         AND CCTL-NEXT-CHECK-NR > ZERO
                           MOVE CCTL-NEXT-CHECK-NR
                               TO NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE.

       0200-PROCESS-VOID-REQUESTS.
           OPEN INPUT VOID-REQUESTS.
           IF VOID-STATUS = '00'
               PERFORM UNTIL VOID-END
                   READ VOID-REQUESTS
                       AT END
                           MOVE 'Y' TO VOID-EOF-STATUS
                       NOT AT END
                           IF VOID-CHECK-NR NUMERIC
                               PERFORM 0250-VOID-ONE-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-REQUESTS.

      *  The payment is found by its check number; only an issued
      *  payment can lose its check.
       0250-VOID-ONE-CHECK.
           PERFORM 0300-FIND-PAYMENT-BY-CHECK.
           IF NOT PAYMENT-FOUND
               DISPLAY 'CLMCHECK: VOID REQUEST FOR UNKNOWN OR '
                   'VOID CHECK ' VOID-CHECK-NR
               EXIT PARAGRAPH.
           ADD 1 TO CHECKS-VOIDED-COUNT.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE VOID-CHECK-NR TO CREG-CHECK-NR.
           MOVE 'V' TO CREG-RECORD-TYPE.
           MOVE CURRENT-DATE-INTEGER TO CREG-ISSUE-DATE.
           MOVE CTR-CLAIM-NUMBER TO CREG-ACCOUNT-NR.
           MOVE CTR-AMOUNT TO CREG-AMOUNT.
           MOVE VOID-CHECK-NR TO CREG-REFERENCE-NR.
           WRITE CHECK-REGISTER-RECORD.
           IF VOID-WANTS-REISSUE
               PERFORM 0500-PRINT-CHECK-FORM
               MOVE SPACES TO CHECK-REGISTER-RECORD
               MOVE NEXT-CHECK-NUMBER TO CREG-CHECK-NR
               MOVE 'R' TO CREG-RECORD-TYPE
               MOVE CURRENT-DATE-INTEGER TO CREG-ISSUE-DATE
               MOVE CTR-CLAIM-NUMBER TO CREG-ACCOUNT-NR
               MOVE CTR-AMOUNT TO CREG-AMOUNT
               MOVE VOID-CHECK-NR TO CREG-REFERENCE-NR
               WRITE CHECK-REGISTER-RECORD
               ADD 1 TO CHECKS-REISSUED-COUNT
               ADD CTR-AMOUNT TO CHECKS-CUT-AMOUNT
               MOVE NEXT-CHECK-NUMBER TO CTR-CHECK-NR
               MOVE CURRENT-DATE-INTEGER TO CTR-CHECK-DATE
               ADD 1 TO NEXT-CHECK-NUMBER
           ELSE
               MOVE 'V' TO CTR-PAYMENT-STATUS
               PERFORM 0350-TAKE-BACK-PAID-AMOUNT
           END-IF.
           REWRITE CLAIM-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'CLMCHECK: UNABLE TO REWRITE PAYMENT '
                       CTR-KEY
           END-REWRITE.

       0300-FIND-PAYMENT-BY-CHECK.
           MOVE 'N' TO PAYMENT-FOUND-SWITCH.
           MOVE 'N' TO TRANSACTION-EOF-STATUS.
           MOVE LOW-VALUES TO CTR-KEY.
           START CLAIM-TRANSACTION-FILE
               KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY
                   MOVE 'Y' TO TRANSACTION-EOF-STATUS
           END-START.
           PERFORM UNTIL TRANSACTION-END OR PAYMENT-FOUND
               READ CLAIM-TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO TRANSACTION-EOF-STATUS
                   NOT AT END
                       IF CTR-IS-PAYMENT
                         AND CTR-PAYMENT-ISSUED
                         AND CTR-CHECK-NR = VOID-CHECK-NR
                           MOVE 'Y' TO PAYMENT-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       0350-TAKE-BACK-PAID-AMOUNT.
           MOVE CTR-CLAIM-NUMBER TO CLM-CLAIM-NUMBER.
           READ CLAIMS-FILE
               INVALID KEY
                   DISPLAY 'CLMCHECK: CLAIM ' CTR-CLAIM-NUMBER
                       ' NOT ON FILE FOR VOID ' VOID-CHECK-NR
               NOT INVALID KEY
                   IF CLM-PAID-AMOUNT > CTR-AMOUNT
                       SUBTRACT CTR-AMOUNT FROM CLM-PAID-AMOUNT
                   ELSE
                       MOVE ZERO TO CLM-PAID-AMOUNT
                   END-IF
                   REWRITE CLAIM-RECORD
                       INVALID KEY
                           DISPLAY 'CLMCHECK: UNABLE TO REWRITE '
                               'CLAIM ' CLM-CLAIM-NUMBER
                   END-REWRITE
           END-READ.

       0400-CUT-CLAIM-CHECKS.
           MOVE 'N' TO TRANSACTION-EOF-STATUS.
           MOVE LOW-VALUES TO CTR-KEY.
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
                       IF CTR-IS-PAYMENT
                         AND CTR-PAYMENT-APPROVED
                           PERFORM 0450-CUT-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM.

      *  A payment whose claim has gone from the file is left
      *  approved for the claims department to sort out.
       0450-CUT-ONE-CHECK.
           MOVE CTR-CLAIM-NUMBER TO CLM-CLAIM-NUMBER.
           READ CLAIMS-FILE
               INVALID KEY
                   DISPLAY 'CLMCHECK: CLAIM ' CTR-CLAIM-NUMBER
                       ' NOT ON FILE -- PAYMENT ' CTR-SEQUENCE-NR
                       ' NOT PAID'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0500-PRINT-CHECK-FORM.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE NEXT-CHECK-NUMBER TO CREG-CHECK-NR.
           MOVE 'I' TO CREG-RECORD-TYPE.
           MOVE CURRENT-DATE-INTEGER TO CREG-ISSUE-DATE.
           MOVE CTR-CLAIM-NUMBER TO CREG-ACCOUNT-NR.
           MOVE CTR-AMOUNT TO CREG-AMOUNT.
           MOVE ZERO TO CREG-REFERENCE-NR.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO CHECKS-CUT-COUNT.
           ADD CTR-AMOUNT TO CHECKS-CUT-AMOUNT.
           MOVE 'I' TO CTR-PAYMENT-STATUS.
           MOVE NEXT-CHECK-NUMBER TO CTR-CHECK-NR.
           MOVE CURRENT-DATE-INTEGER TO CTR-CHECK-DATE.
           ADD 1 TO NEXT-CHECK-NUMBER.
           REWRITE CLAIM-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'CLMCHECK: UNABLE TO REWRITE PAYMENT '
                       CTR-KEY
           END-REWRITE.
           ADD CTR-AMOUNT TO CLM-PAID-AMOUNT.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'CLMCHECK: UNABLE TO REWRITE CLAIM '
                       CLM-CLAIM-NUMBER
           END-REWRITE.

       0500-PRINT-CHECK-FORM.
           MOVE NEXT-CHECK-NUMBER TO CHK-CHECK-NR.
           MOVE CURRENT-DATE-INTEGER TO CHK-DATE.
           MOVE CTR-CLAIM-NUMBER TO CHK-CLAIM-NUMBER.
           IF CTR-IS-EXPENSE
               MOVE 'EXPENSE' TO CHK-PAYMENT-TYPE
           ELSE
               MOVE 'INDEMNITY' TO CHK-PAYMENT-TYPE.
           MOVE CTR-PAYEE-NAME TO CHK-PAYEE-NAME.
           MOVE CTR-PAYEE-ADDRESS TO CHK-PAYEE-ADDRESS.
           MOVE CTR-PAYEE-CITY-STATE-ZIP TO CHK-PAYEE-CITY-STATE-ZIP.
           MOVE CTR-AMOUNT TO CHK-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-1.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-2.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-3.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-4.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-5.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-LINE-6.
           WRITE CHECK-PRINT-LINE FROM CHECK-FORM-SEPARATOR.

       0900-WRITE-CHECK-CONTROL-BACK.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE NEXT-CHECK-NUMBER TO CCTL-NEXT-CHECK-NR.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

       0950-END-RUN-CONTROL.
           MOVE 'E' TO RUNLOG-FUNCTION.
           COMPUTE RUNLOG-RECORD-COUNT =
               CHECKS-CUT-COUNT + CHECKS-REISSUED-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
