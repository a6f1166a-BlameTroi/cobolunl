      *               the CLMCTL.DAT next-number control, the same
      *               pattern the purchasing control file uses.  A
      *               new claim opens with status 'O' and the keyed
      *               reserve (NUMEDIT-edited), nothing paid; the
      *               reserve goes on the transaction file as the
      *               claim's first reserve change.
      *    (U)PDATE   moves an existing claim through its life --
      *               (O)PEN, (A)PPROVED, (D)ENIED, (P)AID,
      *               (C)LOSED.
      *    (T)RANSACT enters a claim transaction on CLMTRAN.DAT:
      *               a (R)ESERVE CHANGE, keyed as the new reserve
      *               with the reason for it; a (P)AYMENT, with the
      *               payee's name and address and whether it is
      *               indemnity or expense; or a RECO(V)ERY, with
      *               who it came from.
      *    (P)AY OK   approves or rejects the claim's pending
      *               payments.
      *    (L)OOK UP  displays a claim and its transactions.
      *
      *  CLM-RESERVE-AMOUNT and CLM-PAID-AMOUNT are no longer keyed;
      *  they are kept from the transactions.  A reserve change
      *  moves the reserve here and now, and a recovery comes off
      *  the paid amount here and now.  A payment waits for
      *  approval and is added to the paid amount by the CLMCHECK
      *  run when its check is cut.  Nothing is taken on a closed
      *  claim.
      *
      *  Approving needs AUTHCHK authority (system CLAIMS, function
      *  'P'), and nobody approves a payment they entered.  An
      *  indemnity payment can only be approved once the claim
      *  itself is approved or paid; an expense payment can be
      *  approved at any point short of closing.
      *
      *  The CLAIMREG register reports the file by policy type and
      *  status, with each claim's transaction history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CLAIM-CONTROL-FILE   ASSIGN TO "CLMCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CONTROL-STATUS.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "CLMTRAN.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CTR-KEY
                                       FILE STATUS TRANSACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CLAIM-CONTROL-RECORD.
           05  CCTL-NEXT-CLAIM-NR          PIC 9(8).

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

      *  One record per transaction, numbered within the claim.
      *  CTR-AMOUNT is signed on a reserve change (the change, with
      *  CTR-RESERVE-AFTER the reserve it left) and positive on a
      *  payment or recovery.  CTR-REASON is the reason for a
      *  reserve change and who paid a recovery.  The payee fields,
      *  payment type, payment status, check fields and approver
      *  are a payment's alone; CLMCHECK fills in the check, and
      *  CLAIMGL keeps CTR-GL-STATUS on payments and recoveries.

       WORKING-STORAGE SECTION.
       01  POLICY-STATUS               PIC XX.
       01  CLAIMS-STATUS               PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  TRANSACTION-STATUS          PIC XX.
       01  TRANSACTION-EOF-STATUS      PIC X.
           88  TRANSACTION-END         VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  OPERATOR-CHOICE             PIC X.
       01  INPUT-POLICY-NUMBER         PIC X(12).
       01  INPUT-DATE-TEXT             PIC X(12).
       01  INPUT-AMOUNT-TEXT           PIC X(15).
       01  INPUT-STATUS-CODE           PIC X.
       01  INPUT-TYPE-CODE             PIC X.
       01  INPUT-REASON-TEXT           PIC X(30).
       01  INPUT-PAYEE-NAME            PIC X(30).
       01  INPUT-PAYEE-ADDRESS         PIC X(30).
       01  INPUT-PAYEE-CITY-STATE-ZIP  PIC X(30).
       01  NEXT-SEQUENCE-NR            PIC 9(4).
       01  TRANSACTION-AMOUNT          PIC 9(7)V99.
       01  RESERVE-CHANGE              PIC S9(7)V99.
       01  TRANSACTIONS-SHOWN          PIC 9(4).
       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'CLAIMS  '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'P'.
       01  AUTHCHK-RETURN              PIC XX.
       01  NEXT-CLAIM-NUMBER           PIC 9(8) VALUE 1.
       01  LOSS-DATE-WORK              PIC 9(8).
       01  POLICY-DATE-WORK            PIC 9(8).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.
       01  AMOUNT-EDITED               PIC Z,ZZZ,ZZ9.99.
       01  SIGNED-AMOUNT-EDITED        PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'CLAIMS WORKSTATION'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
                   CLAIMS-STATUS
               CLOSE POLICY-MASTER
               STOP RUN.
           OPEN I-O CLAIM-TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = '00'
               OPEN OUTPUT CLAIM-TRANSACTION-FILE
               CLOSE CLAIM-TRANSACTION-FILE
               OPEN I-O CLAIM-TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLMTRAN.DAT, STATUS: '
                   TRANSACTION-STATUS
               CLOSE POLICY-MASTER
                     CLAIMS-FILE
               STOP RUN.
           PERFORM 0150-READ-CLAIM-CONTROL.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           PERFORM 0950-WRITE-CLAIM-CONTROL.
           CLOSE POLICY-MASTER
                 CLAIMS-FILE
                 CLAIM-TRANSACTION-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (U)PDATE, (T)RANSACT, (P)AY OK, OR '
               '(L)OOK UP A CLAIM?'.
           ACCEPT OPERATOR-CHOICE.
           EVALUATE OPERATOR-CHOICE
               WHEN 'A'
               WHEN 'U'
               WHEN 'u'
                   PERFORM 0500-UPDATE-CLAIM
               WHEN 'T'
               WHEN 't'
                   PERFORM 0700-ENTER-TRANSACTION
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0800-APPROVE-PAYMENTS
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0600-LOOK-UP-CLAIM
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, U, T, P, OR L'
           END-EVALUATE.
           DISPLAY 'ANYTHING ELSE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
                   DISPLAY 'CLAIM ' CLM-CLAIM-NUMBER ' ENTERED FOR '
                       POL-POLICY-HOLDER
                   ADD 1 TO NEXT-CLAIM-NUMBER
                   IF CLM-RESERVE-AMOUNT > ZERO
                       MOVE CLM-RESERVE-AMOUNT TO RESERVE-CHANGE
                       MOVE 'INITIAL RESERVE' TO INPUT-REASON-TEXT
                       PERFORM 0790-WRITE-RESERVE-CHANGE
                   END-IF
           END-WRITE.

       0500-UPDATE-CLAIM.
           ELSE
           IF INPUT-STATUS-CODE NOT = SPACE
               DISPLAY 'UNKNOWN STATUS -- KEPT ' CLM-STATUS.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE THE CLAIM'
       0600-LOOK-UP-CLAIM.
           PERFORM 0550-READ-ONE-CLAIM.
           IF CLAIMS-STATUS = '00'
               PERFORM 0650-DISPLAY-CLAIM
               PERFORM 0660-DISPLAY-TRANSACTIONS.

       0650-DISPLAY-CLAIM.
           DISPLAY 'CLAIM:     ' CLM-CLAIM-NUMBER.
           MOVE CLM-PAID-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'PAID:      ' AMOUNT-EDITED.

       0660-DISPLAY-TRANSACTIONS.
           MOVE ZERO TO TRANSACTIONS-SHOWN.
           PERFORM 0750-START-CLAIM-TRANSACTIONS.
           PERFORM UNTIL TRANSACTION-END
               PERFORM 0760-READ-CLAIM-TRANSACTION
               IF NOT TRANSACTION-END
                   ADD 1 TO TRANSACTIONS-SHOWN
                   PERFORM 0670-DISPLAY-ONE-TRANSACTION
               END-IF
           END-PERFORM.
           IF TRANSACTIONS-SHOWN = ZERO
               DISPLAY 'NO TRANSACTIONS ON FILE'.

       0670-DISPLAY-ONE-TRANSACTION.
           MOVE CTR-AMOUNT TO SIGNED-AMOUNT-EDITED.
           EVALUATE TRUE
               WHEN CTR-IS-RESERVE-CHANGE
                   MOVE CTR-RESERVE-AFTER TO AMOUNT-EDITED
                   DISPLAY CTR-SEQUENCE-NR ' ' CTR-TRANS-DATE
                       ' RESERVE  ' SIGNED-AMOUNT-EDITED
                       ' TO ' AMOUNT-EDITED ' ' CTR-REASON
               WHEN CTR-IS-PAYMENT
                   DISPLAY CTR-SEQUENCE-NR ' ' CTR-TRANS-DATE
                       ' PAYMENT  ' SIGNED-AMOUNT-EDITED
                       ' ' CTR-PAYMENT-TYPE ' ' CTR-PAYMENT-STATUS
                       ' ' CTR-PAYEE-NAME
                   IF CTR-CHECK-NR > ZERO
                       DISPLAY '              CHECK ' CTR-CHECK-NR
                           ' OF ' CTR-CHECK-DATE
                   END-IF
               WHEN CTR-IS-RECOVERY
                   DISPLAY CTR-SEQUENCE-NR ' ' CTR-TRANS-DATE
                       ' RECOVERY ' SIGNED-AMOUNT-EDITED
                       ' FROM ' CTR-REASON
           END-EVALUATE.

      *  Reserve changes and recoveries move the claim at once;
      *  a payment only waits on file for approval.
       0700-ENTER-TRANSACTION.
           PERFORM 0550-READ-ONE-CLAIM.
           IF CLAIMS-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM 0650-DISPLAY-CLAIM.
           IF CLAIM-IS-CLOSED
               DISPLAY 'THE CLAIM IS CLOSED -- NO TRANSACTIONS '
                   'TAKEN'
               EXIT PARAGRAPH.
           DISPLAY '(R)ESERVE CHANGE, (P)AYMENT, OR RECO(V)ERY?'.
           ACCEPT INPUT-TYPE-CODE.
           MOVE FUNCTION UPPER-CASE (INPUT-TYPE-CODE)
               TO INPUT-TYPE-CODE.
           EVALUATE INPUT-TYPE-CODE
               WHEN 'R'
                   PERFORM 0710-ENTER-RESERVE-CHANGE
               WHEN 'P'
                   PERFORM 0720-ENTER-PAYMENT
               WHEN 'V'
                   PERFORM 0730-ENTER-RECOVERY
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER R, P, OR V'
           END-EVALUATE.

       0710-ENTER-RESERVE-CHANGE.
           DISPLAY 'NEW RESERVE AMOUNT'.
           ACCEPT INPUT-AMOUNT-TEXT.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE INPUT-AMOUNT-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE < ZERO
               DISPLAY 'RESERVE WILL NOT EDIT -- NOTHING CHANGED'
               EXIT PARAGRAPH.
           COMPUTE RESERVE-CHANGE =
               NUMEDIT-VALUE - CLM-RESERVE-AMOUNT.
           IF RESERVE-CHANGE = ZERO
               DISPLAY 'THAT IS THE RESERVE NOW -- NOTHING CHANGED'
               EXIT PARAGRAPH.
           DISPLAY 'REASON FOR THE CHANGE'.
           ACCEPT INPUT-REASON-TEXT.
           IF INPUT-REASON-TEXT = SPACES
               DISPLAY 'A RESERVE CHANGE NEEDS A REASON -- NOTHING '
                   'CHANGED'
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO CLM-RESERVE-AMOUNT.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE THE CLAIM'
               NOT INVALID KEY
                   PERFORM 0790-WRITE-RESERVE-CHANGE
           END-REWRITE.

       0720-ENTER-PAYMENT.
           PERFORM 0740-ACCEPT-TRANSACTION-AMOUNT.
           IF TRANSACTION-AMOUNT = ZERO
               EXIT PARAGRAPH.
           DISPLAY '(I)NDEMNITY OR (E)XPENSE?'.
           ACCEPT INPUT-STATUS-CODE.
           MOVE FUNCTION UPPER-CASE (INPUT-STATUS-CODE)
               TO INPUT-STATUS-CODE.
           IF INPUT-STATUS-CODE NOT = 'I' AND NOT = 'E'
               DISPLAY 'A PAYMENT IS I OR E -- PAYMENT NOT ENTERED'
               EXIT PARAGRAPH.
           DISPLAY 'PAYEE NAME'.
           ACCEPT INPUT-PAYEE-NAME.
           IF INPUT-PAYEE-NAME = SPACES
               DISPLAY 'A PAYMENT NEEDS A PAYEE -- PAYMENT NOT '
                   'ENTERED'
               EXIT PARAGRAPH.
           DISPLAY 'PAYEE STREET ADDRESS'.
           ACCEPT INPUT-PAYEE-ADDRESS.
           DISPLAY 'PAYEE CITY, STATE, ZIP'.
           ACCEPT INPUT-PAYEE-CITY-STATE-ZIP.
           IF INPUT-PAYEE-ADDRESS = SPACES
             OR INPUT-PAYEE-CITY-STATE-ZIP = SPACES
               DISPLAY 'THE CHECK NEEDS A FULL ADDRESS -- PAYMENT '
                   'NOT ENTERED'
               EXIT PARAGRAPH.
           PERFORM 0780-FIND-NEXT-SEQUENCE.
           PERFORM 0785-START-NEW-TRANSACTION.
           MOVE 'P' TO CTR-TRANS-TYPE.
           MOVE TRANSACTION-AMOUNT TO CTR-AMOUNT.
           MOVE INPUT-STATUS-CODE TO CTR-PAYMENT-TYPE.
           MOVE INPUT-PAYEE-NAME TO CTR-PAYEE-NAME.
           MOVE INPUT-PAYEE-ADDRESS TO CTR-PAYEE-ADDRESS.
           MOVE INPUT-PAYEE-CITY-STATE-ZIP
               TO CTR-PAYEE-CITY-STATE-ZIP.
           MOVE 'P' TO CTR-PAYMENT-STATUS.
           MOVE 'N' TO CTR-GL-STATUS.
           PERFORM 0795-WRITE-TRANSACTION.

      *  A recovery -- salvage, subrogation, a refund of an
      *  overpayment -- comes back off what the claim has cost.
       0730-ENTER-RECOVERY.
           PERFORM 0740-ACCEPT-TRANSACTION-AMOUNT.
           IF TRANSACTION-AMOUNT = ZERO
               EXIT PARAGRAPH.
           IF TRANSACTION-AMOUNT > CLM-PAID-AMOUNT
               DISPLAY 'THAT IS MORE THAN THE CLAIM HAS PAID -- '
                   'RECOVERY NOT ENTERED'
               EXIT PARAGRAPH.
           DISPLAY 'RECOVERED FROM'.
           ACCEPT INPUT-REASON-TEXT.
           IF INPUT-REASON-TEXT = SPACES
               DISPLAY 'SAY WHO PAID IT -- RECOVERY NOT ENTERED'
               EXIT PARAGRAPH.
           SUBTRACT TRANSACTION-AMOUNT FROM CLM-PAID-AMOUNT.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE THE CLAIM'
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 0780-FIND-NEXT-SEQUENCE.
           PERFORM 0785-START-NEW-TRANSACTION.
           MOVE 'V' TO CTR-TRANS-TYPE.
           MOVE TRANSACTION-AMOUNT TO CTR-AMOUNT.
           MOVE INPUT-REASON-TEXT TO CTR-REASON.
           MOVE 'N' TO CTR-GL-STATUS.
           PERFORM 0795-WRITE-TRANSACTION.

      *  Zero comes back for an amount that will not edit.
       0740-ACCEPT-TRANSACTION-AMOUNT.
           MOVE ZERO TO TRANSACTION-AMOUNT.
           DISPLAY 'AMOUNT'.
           ACCEPT INPUT-AMOUNT-TEXT.
           MOVE SPACES TO NUMEDIT-INPUT.
           MOVE INPUT-AMOUNT-TEXT TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NUMEDIT-VALID AND NUMEDIT-VALUE > ZERO
             AND NUMEDIT-VALUE < 10000000
               MOVE NUMEDIT-VALUE TO TRANSACTION-AMOUNT
           ELSE
               DISPLAY 'THAT AMOUNT WILL NOT EDIT -- NOTHING '
                   'ENTERED'.

       0750-START-CLAIM-TRANSACTIONS.
           MOVE 'N' TO TRANSACTION-EOF-STATUS.
           MOVE CLM-CLAIM-NUMBER TO CTR-CLAIM-NUMBER.
           MOVE ZERO TO CTR-SEQUENCE-NR.
           START CLAIM-TRANSACTION-FILE
               KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY
                   MOVE 'Y' TO TRANSACTION-EOF-STATUS
           END-START.

       0760-READ-CLAIM-TRANSACTION.
           READ CLAIM-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TRANSACTION-EOF-STATUS
           END-READ.
           IF NOT TRANSACTION-END
             AND CTR-CLAIM-NUMBER NOT = CLM-CLAIM-NUMBER
               MOVE 'Y' TO TRANSACTION-EOF-STATUS.

       0780-FIND-NEXT-SEQUENCE.
           MOVE 1 TO NEXT-SEQUENCE-NR.
           PERFORM 0750-START-CLAIM-TRANSACTIONS.
           PERFORM UNTIL TRANSACTION-END
               PERFORM 0760-READ-CLAIM-TRANSACTION
               IF NOT TRANSACTION-END
                   COMPUTE NEXT-SEQUENCE-NR = CTR-SEQUENCE-NR + 1
               END-IF
           END-PERFORM.

       0785-START-NEW-TRANSACTION.
           MOVE SPACES TO CLAIM-TRANSACTION-RECORD.
           MOVE CLM-CLAIM-NUMBER TO CTR-CLAIM-NUMBER.
           MOVE NEXT-SEQUENCE-NR TO CTR-SEQUENCE-NR.
           MOVE CURRENT-DATE-INTEGER TO CTR-TRANS-DATE.
           MOVE ZERO TO CTR-AMOUNT
                        CTR-RESERVE-AFTER
                        CTR-CHECK-NR
                        CTR-CHECK-DATE.
           MOVE AUTHCHK-USER-ID TO CTR-ENTERED-BY.

      *  Called with the claim already rewritten at its new
      *  reserve, the change in RESERVE-CHANGE and the reason in
      *  INPUT-REASON-TEXT.
       0790-WRITE-RESERVE-CHANGE.
           PERFORM 0780-FIND-NEXT-SEQUENCE.
           PERFORM 0785-START-NEW-TRANSACTION.
           MOVE 'R' TO CTR-TRANS-TYPE.
           MOVE RESERVE-CHANGE TO CTR-AMOUNT.
           MOVE CLM-RESERVE-AMOUNT TO CTR-RESERVE-AFTER.
           MOVE INPUT-REASON-TEXT TO CTR-REASON.
           PERFORM 0795-WRITE-TRANSACTION.

       0795-WRITE-TRANSACTION.
           WRITE CLAIM-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE THE TRANSACTION, STATUS: '
                       TRANSACTION-STATUS
               NOT INVALID KEY
                   DISPLAY 'TRANSACTION ' CTR-SEQUENCE-NR
                       ' ENTERED ON CLAIM ' CTR-CLAIM-NUMBER
           END-WRITE.

      *  Each pending payment is put to the approver in turn; a
      *  blank answer leaves it pending.
       0800-APPROVE-PAYMENTS.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO APPROVE CLAIM '
                   'PAYMENTS'
               EXIT PARAGRAPH.
           PERFORM 0550-READ-ONE-CLAIM.
           IF CLAIMS-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM 0650-DISPLAY-CLAIM.
           IF CLAIM-IS-CLOSED
               DISPLAY 'THE CLAIM IS CLOSED -- NOTHING MAY BE PAID'
               EXIT PARAGRAPH.
           MOVE ZERO TO TRANSACTIONS-SHOWN.
           PERFORM 0750-START-CLAIM-TRANSACTIONS.
           PERFORM UNTIL TRANSACTION-END
               PERFORM 0760-READ-CLAIM-TRANSACTION
               IF NOT TRANSACTION-END
                 AND CTR-IS-PAYMENT
                 AND CTR-PAYMENT-PENDING
                   ADD 1 TO TRANSACTIONS-SHOWN
                   PERFORM 0850-APPROVE-ONE-PAYMENT
               END-IF
           END-PERFORM.
           IF TRANSACTIONS-SHOWN = ZERO
               DISPLAY 'NO PAYMENTS ARE WAITING ON THIS CLAIM'.

       0850-APPROVE-ONE-PAYMENT.
           PERFORM 0670-DISPLAY-ONE-TRANSACTION.
           DISPLAY '              ' CTR-PAYEE-ADDRESS.
           DISPLAY '              ' CTR-PAYEE-CITY-STATE-ZIP.
           IF CTR-ENTERED-BY = AUTHCHK-USER-ID
               DISPLAY 'YOU ENTERED THIS PAYMENT -- IT NEEDS '
                   'ANOTHER APPROVER'
               EXIT PARAGRAPH.
           IF CTR-IS-INDEMNITY
             AND NOT CLAIM-IS-APPROVED
             AND NOT CLAIM-IS-PAID
               DISPLAY 'THE CLAIM IS NOT APPROVED -- INDEMNITY '
                   'CANNOT BE PAID YET'
               EXIT PARAGRAPH.
           DISPLAY '(A)PPROVE, (R)EJECT, OR BLANK TO LEAVE IT'.
           ACCEPT INPUT-STATUS-CODE.
           MOVE FUNCTION UPPER-CASE (INPUT-STATUS-CODE)
               TO INPUT-STATUS-CODE.
           IF INPUT-STATUS-CODE = 'A' OR 'R'
               IF INPUT-STATUS-CODE = 'A'
                   MOVE 'A' TO CTR-PAYMENT-STATUS
               ELSE
                   MOVE 'X' TO CTR-PAYMENT-STATUS
               END-IF
               MOVE AUTHCHK-USER-ID TO CTR-APPROVED-BY
               REWRITE CLAIM-TRANSACTION-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE THE PAYMENT'
               END-REWRITE.

       0950-WRITE-CLAIM-CONTROL.
           OPEN OUTPUT CLAIM-CONTROL-FILE.
           MOVE NEXT-CLAIM-NUMBER TO CCTL-NEXT-CLAIM-NR.
