       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Achmaint.

      *  Autopay enrollment maintenance console, in the MAINPRG2
      *  dialog style.  ACHENRL.DAT is keyed by billing account and
      *  carries what the nightly ACHDRAFT run needs to draft the
      *  account from the customer's bank:
      *
      *    - the bank routing number (nine digits, proved against
      *      the ABA check digit before it is accepted) and the bank
      *      account number and type (checking or savings);
      *    - the draft-day rule: 'D' drafts on a fixed day of the
      *      month (01-28, so every month has one), 'S' drafts a
      *      number of days after the statement date;
      *    - the amount option: 'B' drafts the full balance due,
      *      'F' drafts a fixed amount (never more than the balance).
      *      An account on an active payment plan is always drafted
      *      for its plan installment on the installment due date,
      *      whatever the rule and option say.
      *
      *  Enrollment is never deleted -- (D)ISENROLL marks it
      *  inactive and keeps the bank details and return history for
      *  research; ACHRTN disenrolls the same way when the bank
      *  keeps sending drafts back.  (R)EINSTATE reactivates an
      *  enrollment and clears its return count.
      *
      *  The operator is checked through AUTHCHK (system BILLING,
      *  function 'A') before the session opens; bank details are
      *  exactly what the gate is for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT AUTOPAY-ENROLLMENT   ASSIGN TO "ACHENRL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACH-ACCOUNT-NR
                                       FILE STATUS IS ENROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

       FD  AUTOPAY-ENROLLMENT.
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  ACH-ACCOUNT-NR          PIC X(8).
           05  ACH-ROUTING-NR          PIC X(9).
           05  ACH-BANK-ACCOUNT-NR     PIC X(17).
           05  ACH-BANK-ACCOUNT-TYPE   PIC X.
               88  ACH-IS-CHECKING      VALUE 'C'.
               88  ACH-IS-SAVINGS       VALUE 'S'.
           05  ACH-DRAFT-RULE          PIC X.
               88  ACH-RULE-DAY-OF-MONTH VALUE 'D'.
               88  ACH-RULE-AFTER-STATEMENT VALUE 'S'.
           05  ACH-DRAFT-DAY           PIC 99.
           05  ACH-AMOUNT-OPTION       PIC X.
               88  ACH-DRAFT-FULL-BALANCE VALUE 'B'.
               88  ACH-DRAFT-FIXED-AMOUNT VALUE 'F'.
           05  ACH-FIXED-AMOUNT        PIC 9(7)V99.
           05  ACH-ENROLL-STATUS       PIC X.
               88  ACH-IS-ACTIVE        VALUE 'A'.
               88  ACH-IS-DISENROLLED   VALUE 'X'.
           05  ACH-RETURN-COUNT        PIC 99.
           05  ACH-LAST-RETURN-REASON  PIC X(3).
           05  ACH-LAST-RETURN-DATE    PIC 9(8).
           05  ACH-LAST-DRAFT-DATE     PIC 9(8).
           05  ACH-LAST-DRAFT-AMOUNT   PIC 9(7)V99.
           05  ACH-ENROLLED-DATE       PIC 9(8).
           05  ACH-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  MASTER-STATUS               PIC XX.
       01  ENROLL-STATUS               PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-ACCOUNT-NR            PIC X(8).
       01  FIELD-REPLY                 PIC X(20).
       01  ENTRY-VALID-SWITCH          PIC X.
           88  ENTRY-IS-VALID          VALUE 'Y'.
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.
       01  ROUTING-CHECK-WORK          PIC X(9).
       01  ROUTING-DIGITS REDEFINES ROUTING-CHECK-WORK.
           05  ROUTING-DIGIT           PIC 9 OCCURS 9 TIMES.
       01  ROUTING-WEIGHTED-SUM        PIC 9(4).
       01  ROUTING-REMAINDER           PIC 9(4).
       01  ROUTING-QUOTIENT            PIC 9(4).
       01  BALANCE-EDITED              PIC Z,ZZZ,ZZ9.99.
       01  AMOUNT-EDITED               PIC Z,ZZZ,ZZ9.99.

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'BILLING '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'A'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'AUTOPAY ENROLLMENT MAINTENANCE'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN AUTOPAY '
                   'ENROLLMENT'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILLING MASTER, STATUS: '
                   MASTER-STATUS
               STOP RUN.
           OPEN I-O AUTOPAY-ENROLLMENT.
           IF ENROLL-STATUS NOT = '00'
               OPEN OUTPUT AUTOPAY-ENROLLMENT
               CLOSE AUTOPAY-ENROLLMENT
               OPEN I-O AUTOPAY-ENROLLMENT.
           IF ENROLL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACHENRL.DAT, STATUS: '
                   ENROLL-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE BILLING-MASTER
                 AUTOPAY-ENROLLMENT.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ISENROLL, (R)EINSTATE, '
               '(I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'BILLING ACCOUNT NUMBER?'.
           ACCEPT INPUT-ACCOUNT-NR.
           IF INPUT-ACCOUNT-NR = SPACES
               DISPLAY 'AN ACCOUNT NUMBER IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-ENROLLMENT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-ENROLLMENT
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DISENROLL
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0550-REINSTATE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-ENROLLMENT
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, R, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER ACCOUNT? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  Only an account on the billing master can be enrolled --
      *  a draft for an account that does not exist would land in
      *  suspense every night.
       0300-ADD-ENROLLMENT.
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   DISPLAY 'NO BILLING ACCOUNT ' INPUT-ACCOUNT-NR
                   EXIT PARAGRAPH
           END-READ.
           MOVE MSTR-BALANCE-DUE TO BALANCE-EDITED.
           DISPLAY 'BALANCE DUE: ' BALANCE-EDITED.
           MOVE SPACES TO AUTOPAY-ENROLLMENT-RECORD.
           MOVE INPUT-ACCOUNT-NR TO ACH-ACCOUNT-NR.
           MOVE 'C' TO ACH-BANK-ACCOUNT-TYPE.
           MOVE 'D' TO ACH-DRAFT-RULE.
           MOVE 1 TO ACH-DRAFT-DAY.
           MOVE 'B' TO ACH-AMOUNT-OPTION.
           MOVE ZERO TO ACH-FIXED-AMOUNT
                        ACH-RETURN-COUNT
                        ACH-LAST-RETURN-DATE
                        ACH-LAST-DRAFT-DATE
                        ACH-LAST-DRAFT-AMOUNT.
           MOVE 'A' TO ACH-ENROLL-STATUS.
           MOVE CURRENT-DATE-INTEGER TO ACH-ENROLLED-DATE.
           PERFORM 0700-ACCEPT-ENROLLMENT-FIELDS.
           IF NOT ENTRY-IS-VALID
               DISPLAY 'ENROLLMENT NOT RECORDED'
               EXIT PARAGRAPH.
           MOVE AUTHCHK-USER-ID TO ACH-MAINTAINED-BY.
           WRITE AUTOPAY-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS ALREADY ENROLLED -- '
                       'USE (C)HANGE OR (R)EINSTATE'
               NOT INVALID KEY
                   DISPLAY 'ACCOUNT ENROLLED'
           END-WRITE.

       0400-CHANGE-ENROLLMENT.
           MOVE INPUT-ACCOUNT-NR TO ACH-ACCOUNT-NR.
           READ AUTOPAY-ENROLLMENT
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS NOT ENROLLED'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-ENROLLMENT
                   PERFORM 0700-ACCEPT-ENROLLMENT-FIELDS
                   IF ENTRY-IS-VALID
                       MOVE AUTHCHK-USER-ID TO ACH-MAINTAINED-BY
                       REWRITE AUTOPAY-ENROLLMENT-RECORD
                       DISPLAY 'ENROLLMENT CHANGED'
                   ELSE
                       DISPLAY 'ENROLLMENT NOT CHANGED'
                   END-IF
           END-READ.

       0500-DISENROLL.
           MOVE INPUT-ACCOUNT-NR TO ACH-ACCOUNT-NR.
           READ AUTOPAY-ENROLLMENT
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS NOT ENROLLED'
               NOT INVALID KEY
                   MOVE 'X' TO ACH-ENROLL-STATUS
                   MOVE AUTHCHK-USER-ID TO ACH-MAINTAINED-BY
                   REWRITE AUTOPAY-ENROLLMENT-RECORD
                   DISPLAY 'ACCOUNT DISENROLLED'
           END-READ.

       0550-REINSTATE.
           MOVE INPUT-ACCOUNT-NR TO ACH-ACCOUNT-NR.
           READ AUTOPAY-ENROLLMENT
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS NOT ENROLLED'
               NOT INVALID KEY
                   MOVE 'A' TO ACH-ENROLL-STATUS
                   MOVE ZERO TO ACH-RETURN-COUNT
                   MOVE AUTHCHK-USER-ID TO ACH-MAINTAINED-BY
                   REWRITE AUTOPAY-ENROLLMENT-RECORD
                   DISPLAY 'ENROLLMENT REINSTATED'
           END-READ.

       0600-INQUIRE-ENROLLMENT.
           MOVE INPUT-ACCOUNT-NR TO ACH-ACCOUNT-NR.
           READ AUTOPAY-ENROLLMENT
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS NOT ENROLLED'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-ENROLLMENT
           END-READ.

       0650-DISPLAY-ENROLLMENT.
           DISPLAY 'ACCOUNT:        ' ACH-ACCOUNT-NR.
           IF ACH-IS-ACTIVE
               DISPLAY 'STATUS:         ACTIVE'
           ELSE
               DISPLAY 'STATUS:         *DISENROLLED*'.
           DISPLAY 'ROUTING:        ' ACH-ROUTING-NR.
           DISPLAY 'BANK ACCOUNT:   ' ACH-BANK-ACCOUNT-NR
               ' TYPE ' ACH-BANK-ACCOUNT-TYPE.
           DISPLAY 'DRAFT RULE:     ' ACH-DRAFT-RULE
               ' DAY ' ACH-DRAFT-DAY.
           MOVE ACH-FIXED-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'AMOUNT OPTION:  ' ACH-AMOUNT-OPTION
               ' FIXED ' AMOUNT-EDITED.
           MOVE ACH-LAST-DRAFT-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'LAST DRAFT:     ' ACH-LAST-DRAFT-DATE
               ' ' AMOUNT-EDITED.
           DISPLAY 'RETURNS:        ' ACH-RETURN-COUNT
               ' LAST ' ACH-LAST-RETURN-REASON
               ' ON ' ACH-LAST-RETURN-DATE.
           DISPLAY 'ENROLLED:       ' ACH-ENROLLED-DATE
               ' LAST CHANGED BY ' ACH-MAINTAINED-BY.

      *  Blank keeps the value already on the record.  Every field
      *  is edited before anything is written; one bad field sends
      *  the whole entry back.
       0700-ACCEPT-ENROLLMENT-FIELDS.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           DISPLAY 'ROUTING NUMBER [' ACH-ROUTING-NR ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ACH-ROUTING-NR.
           PERFORM 0750-CHECK-ROUTING-NUMBER.
           DISPLAY 'BANK ACCOUNT NUMBER [' ACH-BANK-ACCOUNT-NR ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ACH-BANK-ACCOUNT-NR.
           IF ACH-BANK-ACCOUNT-NR = SPACES
               DISPLAY 'A BANK ACCOUNT NUMBER IS REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'CHECKING OR SAVINGS, C OR S ['
               ACH-BANK-ACCOUNT-TYPE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ACH-BANK-ACCOUNT-TYPE.
           IF NOT ACH-IS-CHECKING AND NOT ACH-IS-SAVINGS
               DISPLAY 'ACCOUNT TYPE MUST BE C OR S'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'DRAFT RULE, D DAY OF MONTH OR S AFTER '
               'STATEMENT [' ACH-DRAFT-RULE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ACH-DRAFT-RULE.
           IF NOT ACH-RULE-DAY-OF-MONTH
             AND NOT ACH-RULE-AFTER-STATEMENT
               DISPLAY 'DRAFT RULE MUST BE D OR S'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'DRAFT DAY OF MONTH, OR DAYS AFTER STATEMENT ['
               ACH-DRAFT-DAY ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:2) NOT = SPACES
               IF FIELD-REPLY (2:1) = SPACE
                   MOVE FIELD-REPLY (1:1) TO FIELD-REPLY (2:1)
                   MOVE '0' TO FIELD-REPLY (1:1)
               END-IF
               IF FIELD-REPLY (1:2) NUMERIC
                   MOVE FIELD-REPLY (1:2) TO ACH-DRAFT-DAY
               ELSE
                   DISPLAY 'DRAFT DAY MUST BE NUMERIC'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
               END-IF
           END-IF.
           IF ACH-RULE-DAY-OF-MONTH
             AND (ACH-DRAFT-DAY < 1 OR ACH-DRAFT-DAY > 28)
               DISPLAY 'DAY OF MONTH MUST BE 01 THROUGH 28'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           IF ACH-RULE-AFTER-STATEMENT AND ACH-DRAFT-DAY < 1
               DISPLAY 'DAYS AFTER STATEMENT MUST BE AT LEAST 01'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'AMOUNT OPTION, B FULL BALANCE OR F FIXED ['
               ACH-AMOUNT-OPTION ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO ACH-AMOUNT-OPTION.
           IF NOT ACH-DRAFT-FULL-BALANCE
             AND NOT ACH-DRAFT-FIXED-AMOUNT
               DISPLAY 'AMOUNT OPTION MUST BE B OR F'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           IF ACH-DRAFT-FIXED-AMOUNT
               PERFORM 0780-ACCEPT-FIXED-AMOUNT
           ELSE
               MOVE ZERO TO ACH-FIXED-AMOUNT.

      *  The ABA check digit: weights 3, 7, 1 across the nine
      *  digits must total a multiple of ten.
       0750-CHECK-ROUTING-NUMBER.
           MOVE ACH-ROUTING-NR TO ROUTING-CHECK-WORK.
           IF ROUTING-CHECK-WORK NOT NUMERIC
               DISPLAY 'ROUTING NUMBER MUST BE NINE DIGITS'
               MOVE 'N' TO ENTRY-VALID-SWITCH
               EXIT PARAGRAPH.
           COMPUTE ROUTING-WEIGHTED-SUM =
               3 * (ROUTING-DIGIT (1) + ROUTING-DIGIT (4) +
                    ROUTING-DIGIT (7)) +
               7 * (ROUTING-DIGIT (2) + ROUTING-DIGIT (5) +
                    ROUTING-DIGIT (8)) +
                   (ROUTING-DIGIT (3) + ROUTING-DIGIT (6) +
                    ROUTING-DIGIT (9)).
           DIVIDE ROUTING-WEIGHTED-SUM BY 10
               GIVING ROUTING-QUOTIENT
               REMAINDER ROUTING-REMAINDER.
           IF ROUTING-REMAINDER NOT = ZERO
               DISPLAY 'ROUTING NUMBER FAILS ITS CHECK DIGIT'
               MOVE 'N' TO ENTRY-VALID-SWITCH.

       0780-ACCEPT-FIXED-AMOUNT.
           MOVE ACH-FIXED-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'FIXED DRAFT AMOUNT [' AMOUNT-EDITED ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE SPACES TO NUMEDIT-INPUT
               MOVE FIELD-REPLY TO NUMEDIT-INPUT
               CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
                   NUMEDIT-STATUS
               IF NUMEDIT-VALID AND NUMEDIT-VALUE > ZERO
                 AND NUMEDIT-VALUE < 10000000
                   MOVE NUMEDIT-VALUE TO ACH-FIXED-AMOUNT
               ELSE
                   DISPLAY 'INVALID AMOUNT'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
               END-IF
           END-IF.
           IF ACH-FIXED-AMOUNT = ZERO
               DISPLAY 'A FIXED DRAFT NEEDS AN AMOUNT'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
