       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGIACCT.

      *=================================================================
      * Customer self-service account page.  Half the calls to
      * collections are "what do I owe and did you get my check";
      * this page answers both without a collector.  The customer
      * signs on with the billing account number and a verification
      * value -- the ZIP code of the contact tied to the account on
      * ECUSXREF.DAT -- and sees, from the billing master and the
      * permanent payment history:
      *
      *     balance due, with the late charges and any disputed
      *     amount included in it, and any credit balance;
      *     payment plan status and the next installment due;
      *     the last twelve months of PAYHIST.DAT activity.
      *
      * A promise-to-pay can be recorded from the page.  It goes to
      * PROMISE.DAT exactly as PROMENTR writes one -- open, amount,
      * promise date, collector ID 'WEB ' -- so PROMCHK settles it
      * with the collectors' promises.  The page takes a promise
      * for no more than the balance, due no later than 30 days
      * out (anything longer is a payment plan, which collections
      * sets up); an account on legal hold (LEGALHLD) is shown its
      * balance but told to call, since no collection activity
      * runs on it.
      *
      * The form POSTs, like CGIAGENT, so the verification value
      * never rides in a URL; the page carries the account and
      * verification value forward in hidden fields and every
      * request is verified again.  Every sign-on attempt and every
      * promise goes to WEBAUDIT.DAT in the CGIAUDIT.DAT layout --
      * user is the caller's REMOTE_ADDR, key the account number --
      * which AUDITCON reports as system SELFSERV.  Three failed
      * sign-ons on one account in a day lock the account out of
      * the page until the next day.
      *
      * Form fields:
      *
      *     CLIENT_REQUEST  SIGNON or PROMISE
      *     ACCOUNT         billing account number
      *     VERIFY          ZIP code on file
      *     AMOUNT          promised amount (PROMISE)
      *     PAYDATE         promised-by date, any DATENTRY shape
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDIN  ASSIGN "STDIN"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  STDIN-FILESTATUS.
           SELECT STDOUT ASSIGN "STDOUT"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  STDOUT-FILESTATUS.
           SELECT BILLING-MASTER ASSIGN "BILLMSTR.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   MSTR-ACCOUNT-NR
               FILE STATUS  MASTER-FILESTATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN "PAYHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   PHIST-KEY
               FILE STATUS  HISTORY-FILESTATUS.
           SELECT ENTERPRISE-XREF ASSIGN "ECUSXREF.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   ECX-ENTERPRISE-NR
               FILE STATUS  XREF-FILESTATUS.
           SELECT CONTACT ASSIGN "CONTACT.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   CONTACT-KEY
               FILE STATUS  CONTACT-FILESTATUS.
           SELECT PROMISE-FILE ASSIGN "PROMISE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  PROMISE-FILESTATUS.
           SELECT WEB-AUDIT-FILE ASSIGN "WEBAUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  AUDIT-FILESTATUS.

      *=================================================================
       DATA DIVISION.
      *=================================================================

       FILE SECTION.
       FD  STDIN LABEL RECORDS STANDARD.
       01  STDIN-RECORD.
         05  FILLER                PIC X OCCURS 1 TO 2048
                                   DEPENDING ON CONTENT-LENGTH.

       FD  STDOUT LABEL RECORDS STANDARD.
       01  STDOUT-RECORD           PIC X(256).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  MSTR-LATE-CHARGE-AMT    PIC 9(5)V99.
           05  MSTR-CREDIT-BALANCE     PIC 9(7)V99.
           05  MSTR-CYCLE-CODE         PIC X.
           05  MSTR-PLAN-STATUS        PIC X.
               88  PLAN-IS-ACTIVE       VALUE 'A'.
               88  PLAN-IS-DELINQUENT   VALUE 'D'.
           05  MSTR-PLAN-AMOUNT        PIC 9(5)V99.
           05  MSTR-PLAN-FREQUENCY     PIC X.
               88  PLAN-IS-WEEKLY       VALUE 'W'.
               88  PLAN-IS-MONTHLY      VALUE 'M'.
               88  PLAN-IS-QUARTERLY    VALUE 'Q'.
           05  MSTR-PLAN-NEXT-DUE      PIC 9(8).
           05  MSTR-PLAN-REMAINING     PIC 99.
           05  MSTR-WRITEOFF-FLAG      PIC X.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

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

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PROM-ACCOUNT-NR         PIC X(8).
           05  PROM-AMOUNT             PIC 9(7)V99.
           05  PROM-PROMISE-DATE       PIC 9(8).
           05  PROM-COLLECTOR-ID       PIC X(4).
           05  PROM-STATUS             PIC X.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC 9(8).

       FD  WEB-AUDIT-FILE LABEL RECORDS STANDARD.
       01  AUDIT-RECORD.
         05  AUDIT-DATE            PIC 9(6).
         05  AUDIT-TIME            PIC 9(8).
         05  AUDIT-USER-ID         PIC X(20).
         05  AUDIT-FUNCTION        PIC X(8).
         05  AUDIT-KEY             PIC X(45).
         05  AUDIT-STATUS          PIC X(30).

       WORKING-STORAGE SECTION.
       01  REQUEST-METHOD          PIC X(4)    VALUE SPACE.
       01  CONTENT-LENGTH-X        PIC X(4).
       01  CONTENT-LENGTH          PIC 9(4) BINARY.

       01  FIELD-NAME              PIC X(20)   VALUE SPACE.
       01  FIELD-VALUE             PIC X(160)  VALUE SPACE.
       01  FV-PTR                  PIC 9(4) BINARY.
       01  TEMP-VALUE              PIC X(160)  VALUE SPACE.
       01  TEMP-PTR                PIC 9(4) BINARY.
       01  TEMP-CNT                PIC 9(4) BINARY.
       01  IN-PTR                  PIC 9(4) BINARY VALUE 1.

       01  CHAR-ENCODED.
         05  CHAR-ENCODED-BINARY   PIC 99 BINARY OCCURS 2.
       01  CHAR-DECODED            PIC X.
       01  CHAR-DECODED-BINARY REDEFINES CHAR-DECODED
                                   PIC 99 BINARY.
       01  CHAR-HEX                PIC X(16) VALUE "0123456789ABCDEF".
       01  CHAR-DECIMAL            PIC X(16) VALUE
                                  X"000102030405060708090A0B0C0D0E0F".

       01  STDIN-FILESTATUS        PIC X(2).
       01  STDOUT-FILESTATUS       PIC X(2).
       01  MASTER-FILESTATUS       PIC X(2).
       01  HISTORY-FILESTATUS      PIC X(2).
       01  XREF-FILESTATUS         PIC X(2).
       01  CONTACT-FILESTATUS      PIC X(2).
       01  PROMISE-FILESTATUS      PIC X(2).
       01  AUDIT-FILESTATUS        PIC X(2).
         88  AUDIT-IO-OK                     VALUE "00" THRU "09".

       01  CLIENT-REQUEST          PIC X(10)   VALUE SPACE.
       01  INPUT-ACCOUNT-NR        PIC X(8)    VALUE SPACE.
       01  INPUT-VERIFY            PIC X(10)   VALUE SPACE.
       01  INPUT-AMOUNT-TEXT       PIC X(15)   VALUE SPACE.
       01  INPUT-DATE-TEXT         PIC X(12)   VALUE SPACE.
       01  STATUS-MESSAGE          PIC X(80)   VALUE SPACE.
       01  REMOTE-ADDRESS          PIC X(20)   VALUE SPACE.

       01  SIGNED-ON-SWITCH        PIC X       VALUE "N".
         88  SIGNED-ON                       VALUE "Y".
       01  MASTER-OPEN-SWITCH      PIC X       VALUE "N".
         88  MASTER-IS-OPEN                  VALUE "Y".
       01  VERIFIED-SWITCH         PIC X.
         88  VALUE-VERIFIED                  VALUE "Y".
       01  XREF-EOF-SWITCH         PIC X.
         88  XREF-END                        VALUE "Y".
       01  AUDIT-EOF-SWITCH        PIC X.
         88  AUDIT-END                       VALUE "Y".
       01  HISTORY-EOF-SWITCH      PIC X.
         88  HISTORY-END                     VALUE "Y".
       01  FAILED-SIGNON-COUNT     PIC 9(3).
       01  SIGNON-LIMIT            PIC 9(3)    VALUE 3.

       01  CURRENT-DATE-INFO       PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER PIC 9(8).
           05  FILLER              PIC X(13).
       01  TODAY-YYMMDD            PIC 9(6).
       01  HISTORY-FROM-DATE       PIC 9(8).
       01  LATEST-PROMISE-DATE     PIC 9(8).
       01  PROMISE-DAYS-LIMIT      PIC 9(3)    VALUE 30.

       01  NUMEDIT-INPUT           PIC X(25).
       01  NUMEDIT-VALUE           PIC S9(12)V9(06).
       01  NUMEDIT-STATUS          PIC X.
         88  NUMEDIT-VALID                   VALUE "Y".
       01  DATENTRY-INPUT          PIC X(12).
       01  DATENTRY-OUTPUT         PIC 9(8).
       01  DATENTRY-STATUS         PIC X.
         88  DATENTRY-VALID                  VALUE "Y".

       01  NR-POSTINGS             PIC 9(3)    VALUE ZERO.
       01  POSTING-SUB             PIC 9(3).
       01  ACCOUNT-POSTING-TABLE.
           05  ACCOUNT-POSTING-ENTRY OCCURS 500 TIMES.
               10  PTBL-POSTED-DATE    PIC 9(8).
               10  PTBL-TRANS-TYPE     PIC X.
               10  PTBL-AMOUNT         PIC 9(7)V99.

       01  TYPE-WORD               PIC X(20).
       01  AMOUNT-EDITED           PIC Z,ZZZ,ZZ9.99.
       01  DATE-EDITED             PIC X(10).
       01  DATE-WORK               PIC 9(8).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
           05  DATE-WORK-CCYY      PIC 9(4).
           05  DATE-WORK-MM        PIC 99.
           05  DATE-WORK-DD        PIC 99.
       01  FREQUENCY-WORD          PIC X(12).
       01  REMAINING-EDITED        PIC Z9.

       PROCEDURE DIVISION.

      *=================================================================
       MAIN.
      *=================================================================
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO
           ACCEPT TODAY-YYMMDD FROM DATE
           DISPLAY "REMOTE_ADDR" UPON ENVIRONMENT-NAME
           ACCEPT  REMOTE-ADDRESS FROM ENVIRONMENT-VALUE
           PERFORM GET-INPUT
           EVALUATE FUNCTION UPPER-CASE(CLIENT-REQUEST)
             WHEN "SIGNON"
               PERFORM SIGN-ON-CUSTOMER
             WHEN "PROMISE"
               PERFORM SIGN-ON-CUSTOMER
               IF SIGNED-ON
                   PERFORM RECORD-PROMISE
               END-IF
             WHEN OTHER
               MOVE "Please sign on to see your account"
                 TO STATUS-MESSAGE
           END-EVALUATE
           PERFORM PUT-PAGE-TOP
           IF SIGNED-ON
               PERFORM PUT-ACCOUNT-SUMMARY
               PERFORM PUT-PAYMENT-HISTORY
               PERFORM PUT-PROMISE-FORM
           ELSE
               PERFORM PUT-SIGNON-FORM
           END-IF
           PERFORM PUT-PAGE-BOTTOM
           IF MASTER-IS-OPEN
               CLOSE BILLING-MASTER
           END-IF
           STOP RUN
           .

      *=================================================================
       GET-INPUT.
      *-----------------------------------------------------------------
      * Retrieves the POSTed form data from STDIN, exactly as
      * CGIAGENT does for the agent form.
      *=================================================================
           DISPLAY "REQUEST_METHOD" UPON ENVIRONMENT-NAME
           ACCEPT  REQUEST-METHOD   FROM ENVIRONMENT-VALUE
           IF REQUEST-METHOD = "POST"
               DISPLAY "CONTENT_LENGTH" UPON ENVIRONMENT-NAME
               ACCEPT  CONTENT-LENGTH-X FROM ENVIRONMENT-VALUE
               MOVE FUNCTION NUMVAL(CONTENT-LENGTH-X) TO CONTENT-LENGTH
               IF CONTENT-LENGTH > 0
                   MOVE SPACE TO STDIN-RECORD
                   OPEN INPUT STDIN
                   READ STDIN
                   CLOSE STDIN
                   PERFORM FILL-REQUEST-FIELDS
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE (INPUT-ACCOUNT-NR)
             TO INPUT-ACCOUNT-NR
           MOVE FUNCTION UPPER-CASE (INPUT-VERIFY) TO INPUT-VERIFY
           .

      *=================================================================
       FILL-REQUEST-FIELDS.
      *=================================================================
           MOVE 1 TO IN-PTR
           PERFORM UNTIL IN-PTR > CONTENT-LENGTH
               PERFORM DECODE-URL-STRING
               EVALUATE FIELD-NAME
                 WHEN "CLIENT_REQUEST"
                   MOVE FIELD-VALUE    TO CLIENT-REQUEST
                 WHEN "ACCOUNT"
                   MOVE FIELD-VALUE    TO INPUT-ACCOUNT-NR
                 WHEN "VERIFY"
                   MOVE FIELD-VALUE    TO INPUT-VERIFY
                 WHEN "AMOUNT"
                   MOVE FIELD-VALUE    TO INPUT-AMOUNT-TEXT
                 WHEN "PAYDATE"
                   MOVE FIELD-VALUE    TO INPUT-DATE-TEXT
                 END-EVALUATE
           END-PERFORM
           .

      *=================================================================
       DECODE-URL-STRING.
      *-----------------------------------------------------------------
      * Converts one encoded name/value pair to its ascii values --
      * the same decoding CGIMAINT and CGIAGENT perform.
      *=================================================================
           INSPECT STDIN-RECORD REPLACING ALL "+" BY SPACE
           UNSTRING STDIN-RECORD DELIMITED ALL "=" OR "&"
               INTO    FIELD-NAME
                       TEMP-VALUE
               POINTER IN-PTR
           END-UNSTRING
           INSPECT TEMP-VALUE REPLACING ALL "+" BY SPACE
           MOVE 1 TO TEMP-PTR FV-PTR
           MOVE SPACE TO FIELD-VALUE
           PERFORM UNTIL TEMP-PTR >= CONTENT-LENGTH
               UNSTRING TEMP-VALUE DELIMITED ALL "%"
                   INTO    FIELD-VALUE (FV-PTR:)
                   COUNT   TEMP-CNT
                   POINTER TEMP-PTR
               END-UNSTRING
               ADD TEMP-CNT TO FV-PTR
               IF TEMP-PTR < CONTENT-LENGTH
                   MOVE TEMP-VALUE (TEMP-PTR:2) TO CHAR-ENCODED
                   PERFORM CONVERT-TO-CHARACTER
                   MOVE CHAR-DECODED
                     TO TEMP-VALUE (TEMP-PTR + 1:1)
                   ADD 1 TO TEMP-PTR
               END-IF
           END-PERFORM
           .

      *=================================================================
       CONVERT-TO-CHARACTER.
      *=================================================================
           INSPECT CHAR-ENCODED CONVERTING CHAR-HEX TO CHAR-DECIMAL
           COMPUTE CHAR-DECODED-BINARY =
               (16 * CHAR-ENCODED-BINARY (1)) + CHAR-ENCODED-BINARY (2)
           END-COMPUTE
           .

      *=================================================================
       SIGN-ON-CUSTOMER.
      *-----------------------------------------------------------------
      * The customer is told only "account number or ZIP code not
      * recognized" whichever half was wrong; the audit line says
      * which.  A promise request is verified the same way, and is
      * audited as a sign-on only when that verification fails.
      *=================================================================
           IF INPUT-ACCOUNT-NR = SPACE OR INPUT-VERIFY = SPACE
               MOVE "Please enter your account number and ZIP code"
                 TO STATUS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-FAILED-SIGNONS
           MOVE "SIGNON" TO AUDIT-FUNCTION
           IF FAILED-SIGNON-COUNT NOT < SIGNON-LIMIT
               MOVE "Account locked for today" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACE TO STATUS-MESSAGE
               STRING "Too many unsuccessful sign-ons - please try "
                      "again tomorrow or call customer service"
                      DELIMITED SIZE INTO STATUS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BILLING-MASTER
           IF MASTER-FILESTATUS NOT = "00"
               MOVE "Account service not available" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Account service is not available right now"
                 TO STATUS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MASTER-OPEN-SWITCH
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR
           READ BILLING-MASTER
               INVALID KEY
                   MOVE "Account not on file" TO AUDIT-STATUS
           END-READ
           IF MASTER-FILESTATUS NOT = "00"
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Account number or ZIP code not recognized"
                 TO STATUS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VERIFICATION-VALUE
           IF NOT VALUE-VERIFIED
               MOVE "Verification failed" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Account number or ZIP code not recognized"
                 TO STATUS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SIGNED-ON-SWITCH
           IF FUNCTION UPPER-CASE(CLIENT-REQUEST) = "SIGNON"
               MOVE "Signed on" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           .

      *=================================================================
       COUNT-FAILED-SIGNONS.
      *-----------------------------------------------------------------
      * Today's failed sign-ons for the account, from the audit file
      * itself -- the lockout needs no file of its own.
      *=================================================================
           MOVE ZERO TO FAILED-SIGNON-COUNT
           MOVE "N" TO AUDIT-EOF-SWITCH
           OPEN INPUT WEB-AUDIT-FILE
           IF NOT AUDIT-IO-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-END
               READ WEB-AUDIT-FILE
                   AT END
                       MOVE "Y" TO AUDIT-EOF-SWITCH
                   NOT AT END
                       IF AUDIT-DATE = TODAY-YYMMDD
                         AND AUDIT-FUNCTION = "SIGNON"
                         AND AUDIT-KEY = INPUT-ACCOUNT-NR
                         AND (AUDIT-STATUS = "Verification failed"
                           OR AUDIT-STATUS = "Account not on file")
                           ADD 1 TO FAILED-SIGNON-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEB-AUDIT-FILE
           .

      *=================================================================
       CHECK-VERIFICATION-VALUE.
      *-----------------------------------------------------------------
      * Any contact linked to the billing account on ECUSXREF.DAT
      * whose five-digit ZIP matches verifies the customer.  An
      * account with no linked contact cannot sign on; the message
      * sends the customer to customer service either way.
      *=================================================================
           MOVE "N" TO VERIFIED-SWITCH
           MOVE "N" TO XREF-EOF-SWITCH
           OPEN INPUT ENTERPRISE-XREF
           IF XREF-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTACT
           IF CONTACT-FILESTATUS NOT = "00"
               CLOSE ENTERPRISE-XREF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL XREF-END OR VALUE-VERIFIED
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE "Y" TO XREF-EOF-SWITCH
                   NOT AT END
                       IF ECX-BILLING-ACCOUNT = INPUT-ACCOUNT-NR
                           MOVE ECX-CONTACT-KEY TO CONTACT-KEY
                           READ CONTACT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CONTACT-ZIP (1:5) =
                                      INPUT-VERIFY (1:5)
                                     AND CONTACT-ZIP (1:5) NOT = SPACE
                                       MOVE "Y" TO VERIFIED-SWITCH
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTERPRISE-XREF
                 CONTACT
           .

      *=================================================================
       RECORD-PROMISE.
      *-----------------------------------------------------------------
      * The same edits PROMENTR applies -- NUMEDIT for the amount,
      * DATENTRY for the date -- plus the limits a customer-keyed
      * promise needs that a collector's judgement otherwise
      * supplies.
      *=================================================================
           MOVE "PROMISE" TO AUDIT-FUNCTION
           IF ACCOUNT-ON-LEGAL-HOLD
               MOVE "Refused - legal hold" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Please call customer service about this account"
                 TO STATUS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NUMEDIT-INPUT
           MOVE INPUT-AMOUNT-TEXT TO NUMEDIT-INPUT
           CALL "NUMEDIT" USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS
           IF NOT NUMEDIT-VALID OR NUMEDIT-VALUE <= ZERO
             OR NUMEDIT-VALUE > MSTR-BALANCE-DUE
               MOVE "Refused - amount" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACE TO STATUS-MESSAGE
               STRING "Promise not recorded - enter an amount no "
                      "more than your balance due"
                      DELIMITED SIZE INTO STATUS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-DATE-TEXT TO DATENTRY-INPUT
           CALL "DATENTRY" USING DATENTRY-INPUT DATENTRY-OUTPUT
               DATENTRY-STATUS
           COMPUTE LATEST-PROMISE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CURRENT-DATE-INTEGER)
                + PROMISE-DAYS-LIMIT)
           IF NOT DATENTRY-VALID
             OR DATENTRY-OUTPUT < CURRENT-DATE-INTEGER
             OR DATENTRY-OUTPUT > LATEST-PROMISE-DATE
               MOVE "Refused - date" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACE TO STATUS-MESSAGE
               STRING "Promise not recorded - enter a date from "
                      "today to 30 days from today"
                      DELIMITED SIZE INTO STATUS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROMISE-FILE
           IF PROMISE-FILESTATUS NOT = "00"
               OPEN OUTPUT PROMISE-FILE
           END-IF
           MOVE SPACES TO PROMISE-RECORD
           MOVE MSTR-ACCOUNT-NR TO PROM-ACCOUNT-NR
           MOVE NUMEDIT-VALUE TO PROM-AMOUNT
           MOVE DATENTRY-OUTPUT TO PROM-PROMISE-DATE
           MOVE "WEB " TO PROM-COLLECTOR-ID
           MOVE "O" TO PROM-STATUS
           MOVE ZERO TO PROM-SETTLED-DATE
           MOVE CURRENT-DATE-INTEGER TO PROM-TAKEN-DATE
           WRITE PROMISE-RECORD
           CLOSE PROMISE-FILE
           MOVE "Promise recorded" TO AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD
           MOVE PROM-AMOUNT TO AMOUNT-EDITED
           MOVE PROM-PROMISE-DATE TO DATE-WORK
           PERFORM EDIT-DATE-WORK
           MOVE SPACE TO STATUS-MESSAGE
           STRING "Thank you - your promise to pay $"
                  FUNCTION TRIM (AMOUNT-EDITED)
                  " by "
                  DATE-EDITED
                  " is recorded"
                  DELIMITED SIZE INTO STATUS-MESSAGE
           END-STRING
           .

      *=================================================================
       WRITE-AUDIT-RECORD.
      *-----------------------------------------------------------------
      * One line per sign-on attempt and per promise, in the
      * CGIAUDIT.DAT layout so AUDITCON reads it the same way.
      *=================================================================
           OPEN EXTEND WEB-AUDIT-FILE
           IF NOT AUDIT-IO-OK
               CLOSE WEB-AUDIT-FILE
               OPEN OUTPUT WEB-AUDIT-FILE
           END-IF
           IF AUDIT-IO-OK
               ACCEPT AUDIT-DATE FROM DATE
               ACCEPT AUDIT-TIME FROM TIME
               IF REMOTE-ADDRESS = SPACE
                   MOVE "UNKNOWN"      TO AUDIT-USER-ID
               ELSE
                   MOVE REMOTE-ADDRESS TO AUDIT-USER-ID
               END-IF
               MOVE INPUT-ACCOUNT-NR TO AUDIT-KEY
               WRITE AUDIT-RECORD
               CLOSE WEB-AUDIT-FILE
           END-IF
           .

      *=================================================================
       PUT-PAGE-TOP.
      *=================================================================
           OPEN OUTPUT STDOUT
           MOVE "Content-type: text/html" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE SPACE      TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HTML>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HEAD>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<TITLE>Your Account</TITLE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HEAD>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BODY>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<H3>Your Account</H3>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           IF STATUS-MESSAGE NOT = SPACE
               INITIALIZE STDOUT-RECORD
               STRING "<P><STRONG>"
                      STATUS-MESSAGE DELIMITED "  "
                      "</STRONG>" DELIMITED SIZE
                      INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       PUT-SIGNON-FORM.
      *=================================================================
           MOVE "<FORM METHOD=POST ACTION=CGIACCT.EXE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=HIDDEN NAME=CLIENT_REQUEST VALUE=SIGNON>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Account number: <INPUT NAME=ACCOUNT MAXLENGTH=8>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR>Billing ZIP code: <INPUT NAME=VERIFY MAXLENGTH=10>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR><INPUT TYPE=SUBMIT VALUE=SIGN-ON>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       PUT-ACCOUNT-SUMMARY.
      *-----------------------------------------------------------------
      * Late charges and the disputed amount are part of the balance
      * due, and are shown as "included" so the customer does not
      * add them on top.
      *=================================================================
           INITIALIZE STDOUT-RECORD
           STRING "<P>Account " MSTR-ACCOUNT-NR
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           MOVE MSTR-BALANCE-DUE TO AMOUNT-EDITED
           INITIALIZE STDOUT-RECORD
           STRING "<BR>Balance due: <STRONG>$"
                  FUNCTION TRIM (AMOUNT-EDITED)
                  "</STRONG>"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           IF MSTR-LATE-CHARGE-AMT > ZERO
               MOVE MSTR-LATE-CHARGE-AMT TO AMOUNT-EDITED
               INITIALIZE STDOUT-RECORD
               STRING "<BR>Late charges included: $"
                      FUNCTION TRIM (AMOUNT-EDITED)
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           IF MSTR-DISPUTED-AMOUNT NUMERIC
             AND MSTR-DISPUTED-AMOUNT > ZERO
               MOVE MSTR-DISPUTED-AMOUNT TO AMOUNT-EDITED
               INITIALIZE STDOUT-RECORD
               STRING "<BR>Amount under dispute, included: $"
                      FUNCTION TRIM (AMOUNT-EDITED)
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           IF MSTR-CREDIT-BALANCE > ZERO
               MOVE MSTR-CREDIT-BALANCE TO AMOUNT-EDITED
               INITIALIZE STDOUT-RECORD
               STRING "<BR>Credit balance in your favor: $"
                      FUNCTION TRIM (AMOUNT-EDITED)
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           EVALUATE TRUE
             WHEN PLAN-IS-ACTIVE
               PERFORM PUT-PLAN-DETAIL
             WHEN PLAN-IS-DELINQUENT
               MOVE SPACE TO STDOUT-RECORD
               STRING "<BR>Payment plan: <STRONG>behind</STRONG> - "
                      "please call customer service"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
             WHEN OTHER
               MOVE "<BR>Payment plan: none" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
           END-EVALUATE
           .

      *=================================================================
       PUT-PLAN-DETAIL.
      *=================================================================
           EVALUATE TRUE
             WHEN PLAN-IS-WEEKLY
               MOVE "weekly" TO FREQUENCY-WORD
             WHEN PLAN-IS-QUARTERLY
               MOVE "quarterly" TO FREQUENCY-WORD
             WHEN OTHER
               MOVE "monthly" TO FREQUENCY-WORD
           END-EVALUATE
           MOVE MSTR-PLAN-AMOUNT TO AMOUNT-EDITED
           MOVE MSTR-PLAN-NEXT-DUE TO DATE-WORK
           PERFORM EDIT-DATE-WORK
           MOVE MSTR-PLAN-REMAINING TO REMAINING-EDITED
           INITIALIZE STDOUT-RECORD
           STRING "<BR>Payment plan: current, $"
                  FUNCTION TRIM (AMOUNT-EDITED)
                  " " FUNCTION TRIM (FREQUENCY-WORD)
                  ", next installment due " DATE-EDITED
                  ", " FUNCTION TRIM (REMAINING-EDITED)
                  " remaining"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           .

      *=================================================================
       PUT-PAYMENT-HISTORY.
      *-----------------------------------------------------------------
      * The history key is ascending by date within account, so the
      * postings from a year ago forward load into the table and are
      * walked backward to show newest first, as PAYHINQ does.
      *=================================================================
           COMPUTE HISTORY-FROM-DATE = CURRENT-DATE-INTEGER - 10000
           MOVE ZERO TO NR-POSTINGS
           MOVE "N" TO HISTORY-EOF-SWITCH
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF HISTORY-FILESTATUS NOT = "00"
               MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
               MOVE MSTR-ACCOUNT-NR TO PHIST-ACCOUNT-NR
               MOVE HISTORY-FROM-DATE TO PHIST-POSTED-DATE
               MOVE ZERO TO PHIST-POSTING-SEQ
               START PAYMENT-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HISTORY-EOF-SWITCH
               END-START
           END-IF
           PERFORM UNTIL HISTORY-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HISTORY-EOF-SWITCH
                   NOT AT END
                       IF PHIST-ACCOUNT-NR NOT = MSTR-ACCOUNT-NR
                         OR NR-POSTINGS NOT < 500
                           MOVE "Y" TO HISTORY-EOF-SWITCH
                       ELSE
                           ADD 1 TO NR-POSTINGS
                           MOVE PHIST-POSTED-DATE
                             TO PTBL-POSTED-DATE (NR-POSTINGS)
                           MOVE PHIST-TRANS-TYPE
                             TO PTBL-TRANS-TYPE (NR-POSTINGS)
                           MOVE PHIST-AMOUNT
                             TO PTBL-AMOUNT (NR-POSTINGS)
                       END-IF
               END-READ
           END-PERFORM
           IF HISTORY-FILESTATUS NOT = "35"
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           MOVE "<H4>Activity in the last twelve months</H4>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           IF NR-POSTINGS = ZERO
               MOVE "<P>No activity in the last twelve months."
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "<TABLE BORDER=1>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<TR><TH>Date</TH><TH>Activity</TH><TH>Amount</TH></TR>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           PERFORM VARYING POSTING-SUB FROM NR-POSTINGS BY -1
             UNTIL POSTING-SUB < 1
               EVALUATE PTBL-TRANS-TYPE (POSTING-SUB)
                 WHEN "R"
                   MOVE "Payment reversed" TO TYPE-WORD
                 WHEN "N"
                   MOVE "Returned payment" TO TYPE-WORD
                 WHEN "D"
                   MOVE "Dispute opened" TO TYPE-WORD
                 WHEN "E"
                   MOVE "Dispute released" TO TYPE-WORD
                 WHEN "C"
                   MOVE "Charge" TO TYPE-WORD
                 WHEN "M"
                   MOVE "Credit memo" TO TYPE-WORD
                 WHEN OTHER
                   MOVE "Payment received" TO TYPE-WORD
               END-EVALUATE
               MOVE PTBL-AMOUNT (POSTING-SUB) TO AMOUNT-EDITED
               MOVE PTBL-POSTED-DATE (POSTING-SUB) TO DATE-WORK
               PERFORM EDIT-DATE-WORK
               INITIALIZE STDOUT-RECORD
               STRING "<TR><TD>" DATE-EDITED
                      "</TD><TD>" FUNCTION TRIM (TYPE-WORD)
                      "</TD><TD ALIGN=RIGHT>" AMOUNT-EDITED
                      "</TD></TR>"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-PERFORM
           MOVE "</TABLE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       PUT-PROMISE-FORM.
      *-----------------------------------------------------------------
      * The account and verification value ride forward in hidden
      * fields so the promise request signs on again by itself.
      *=================================================================
           IF MSTR-BALANCE-DUE = ZERO OR ACCOUNT-ON-LEGAL-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE "<H4>Promise a payment</H4>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<FORM METHOD=POST ACTION=CGIACCT.EXE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=HIDDEN NAME=CLIENT_REQUEST VALUE=PROMISE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           INITIALIZE STDOUT-RECORD
           STRING "<INPUT TYPE=HIDDEN NAME=ACCOUNT VALUE="
                  QUOTE MSTR-ACCOUNT-NR QUOTE ">"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           INITIALIZE STDOUT-RECORD
           STRING "<INPUT TYPE=HIDDEN NAME=VERIFY VALUE="
                  QUOTE INPUT-VERIFY (1:5) QUOTE ">"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           MOVE "I will pay $<INPUT NAME=AMOUNT MAXLENGTH=12>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "by <INPUT NAME=PAYDATE MAXLENGTH=10> (MM/DD/YYYY)"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR><INPUT TYPE=SUBMIT VALUE=PROMISE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       EDIT-DATE-WORK.
      *=================================================================
           MOVE SPACE TO DATE-EDITED
           IF DATE-WORK NOT = ZERO
               STRING DATE-WORK-MM "/" DATE-WORK-DD "/" DATE-WORK-CCYY
                      DELIMITED SIZE INTO DATE-EDITED
               END-STRING
           END-IF
           .

      *=================================================================
       PUT-PAGE-BOTTOM.
      *=================================================================
           MOVE "</BODY>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HTML>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           CLOSE STDOUT
           .
