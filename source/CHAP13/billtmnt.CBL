       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Billtmnt.

      *  Bill-to override maintenance console, in the MAINPRG2
      *  dialog style.  Statements and dunning letters are
      *  addressed through BILLADDR, which normally finds the
      *  customer through the ECUSXREF.DAT cross-reference.  When
      *  the bill should go somewhere else -- an accounts-payable
      *  department, a guardian, a new address the contact file
      *  has not caught up with -- an override is keyed here, and
      *  where one exists it always wins.  BILLTO.DAT is keyed by
      *  billing account and carries the name, street, city,
      *  state, and zip, with who last changed it and when.
      *
      *  (S)ET records or replaces the override, (D)ELETE drops it
      *  so the account goes back to the cross-reference, and
      *  (I)NQUIRE shows it.  Only an account on the billing
      *  master can be given an override.
      *
      *  The operator is checked through AUTHCHK (system BILLING,
      *  function 'T') before the session opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS IS BILLTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

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

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  MASTER-STATUS               PIC XX.
       01  BILLTO-STATUS               PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-ACCOUNT-NR            PIC X(8).
       01  FIELD-REPLY                 PIC X(40).
       01  ENTRY-VALID-SWITCH          PIC X.
           88  ENTRY-IS-VALID          VALUE 'Y'.
       01  OVERRIDE-FOUND-SWITCH       PIC X.
           88  OVERRIDE-ON-FILE        VALUE 'Y'.
       01  BALANCE-EDITED              PIC Z,ZZZ,ZZ9.99.

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'BILLING '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'T'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'BILL-TO OVERRIDE MAINTENANCE'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN BILL-TO '
                   'ADDRESSES'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILLING MASTER, STATUS: '
                   MASTER-STATUS
               STOP RUN.
           OPEN I-O BILL-TO-FILE.
           IF BILLTO-STATUS NOT = '00'
               OPEN OUTPUT BILL-TO-FILE
               CLOSE BILL-TO-FILE
               OPEN I-O BILL-TO-FILE.
           IF BILLTO-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILLTO.DAT, STATUS: '
                   BILLTO-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE BILLING-MASTER
                 BILL-TO-FILE.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY '(S)ET OVERRIDE, (D)ELETE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'BILLING ACCOUNT NUMBER?'.
           ACCEPT INPUT-ACCOUNT-NR.
           IF INPUT-ACCOUNT-NR = SPACES
               DISPLAY 'AN ACCOUNT NUMBER IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'S'
               WHEN 's'
                   PERFORM 0300-SET-OVERRIDE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-OVERRIDE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-OVERRIDE
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER S, D, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER ACCOUNT? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  An override already on file is shown and changed in
      *  place; a new one starts blank.
       0300-SET-OVERRIDE.
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   DISPLAY 'NO BILLING ACCOUNT ' INPUT-ACCOUNT-NR
                   EXIT PARAGRAPH
           END-READ.
           MOVE MSTR-BALANCE-DUE TO BALANCE-EDITED.
           DISPLAY 'BALANCE DUE: ' BALANCE-EDITED.
           PERFORM 0350-READ-OVERRIDE.
           IF OVERRIDE-ON-FILE
               PERFORM 0650-DISPLAY-OVERRIDE
           ELSE
               MOVE SPACES TO BILL-TO-RECORD
               MOVE INPUT-ACCOUNT-NR TO BTO-ACCOUNT-NR.
           PERFORM 0700-ACCEPT-OVERRIDE-FIELDS.
           IF NOT ENTRY-IS-VALID
               DISPLAY 'OVERRIDE NOT RECORDED'
               EXIT PARAGRAPH.
           MOVE CURRENT-DATE-INTEGER TO BTO-MAINTAINED-DATE.
           MOVE AUTHCHK-USER-ID TO BTO-MAINTAINED-BY.
           IF OVERRIDE-ON-FILE
               REWRITE BILL-TO-RECORD
           ELSE
               WRITE BILL-TO-RECORD.
           DISPLAY 'BILL-TO OVERRIDE RECORDED -- STATEMENTS AND '
               'LETTERS GO TO THIS ADDRESS'.

       0350-READ-OVERRIDE.
           MOVE 'N' TO OVERRIDE-FOUND-SWITCH.
           MOVE INPUT-ACCOUNT-NR TO BTO-ACCOUNT-NR.
           READ BILL-TO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO OVERRIDE-FOUND-SWITCH
           END-READ.

       0500-DELETE-OVERRIDE.
           PERFORM 0350-READ-OVERRIDE.
           IF NOT OVERRIDE-ON-FILE
               DISPLAY 'NO BILL-TO OVERRIDE ON FILE FOR THAT ACCOUNT'
               EXIT PARAGRAPH.
           PERFORM 0650-DISPLAY-OVERRIDE.
           DISPLAY 'DELETE THIS OVERRIDE? (Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) = 'Y' OR 'y'
               DELETE BILL-TO-FILE RECORD
               DISPLAY 'OVERRIDE DELETED -- THE ACCOUNT IS ADDRESSED '
                   'FROM THE CROSS-REFERENCE AGAIN'
           ELSE
               DISPLAY 'OVERRIDE KEPT'.

       0600-INQUIRE-OVERRIDE.
           PERFORM 0350-READ-OVERRIDE.
           IF OVERRIDE-ON-FILE
               PERFORM 0650-DISPLAY-OVERRIDE
           ELSE
               DISPLAY 'NO BILL-TO OVERRIDE ON FILE FOR THAT ACCOUNT'.

       0650-DISPLAY-OVERRIDE.
           DISPLAY 'ACCOUNT:        ' BTO-ACCOUNT-NR.
           DISPLAY 'BILL TO:        ' BTO-NAME.
           DISPLAY 'STREET:         ' BTO-STREET.
           DISPLAY 'CITY/STATE/ZIP: ' BTO-CITY ' ' BTO-STATE
               ' ' BTO-ZIP.
           DISPLAY 'LAST CHANGED:   ' BTO-MAINTAINED-DATE
               ' BY ' BTO-MAINTAINED-BY.

      *  Blank keeps the value already on the record.  Name,
      *  street, city, and state are all required -- BILLADDR
      *  takes an override as it stands, so a half-keyed one would
      *  address a letter nobody can deliver.
       0700-ACCEPT-OVERRIDE-FIELDS.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           DISPLAY 'BILL-TO NAME [' BTO-NAME ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO BTO-NAME.
           DISPLAY 'STREET [' BTO-STREET ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO BTO-STREET.
           DISPLAY 'CITY [' BTO-CITY ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO BTO-CITY.
           DISPLAY 'STATE [' BTO-STATE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO BTO-STATE.
           DISPLAY 'ZIP [' BTO-ZIP ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO BTO-ZIP.
           IF BTO-NAME = SPACES OR BTO-STREET = SPACES
             OR BTO-CITY = SPACES OR BTO-STATE = SPACES
               DISPLAY 'NAME, STREET, CITY, AND STATE ARE ALL '
                   'REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
