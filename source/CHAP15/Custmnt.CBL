      *  style.  CUSTMAST is the indexed customer master SORT1
      *  validates and enriches order records against -- one code,
      *  one official name, instead of three spellings in free text.
      *  The freight terms code tells INVGEN who pays the carrier:
      *  P(REPAID) -- we ship and absorb the freight, the default;
      *  A(DD) -- prepay and add, the freight is billed on the
      *  invoice; C(OLLECT) -- the customer pays the carrier.
      *  The credit limit, in thousands of dollars, is shown here
      *  but set only through CRDAPPR, which approves the monthly
      *  CRDREVW recommendations and keeps the audit trail of every
      *  change; an add starts with no limit.
      *  The language code is the customer's preferred language for
      *  letters (EN English, ES Spanish, and so on); blank means
      *  English.  LANGPREF reads it for every statement, dunning
      *  letter, renewal notice, and campaign piece sent to the
      *  customer under any of their linked identities.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CUST-CREDIT-STATUS      PIC X.
               88  CUST-CREDIT-OK       VALUE 'G'.
               88  CUST-CREDIT-HOLD     VALUE 'H'.
           05  CUST-FREIGHT-TERMS      PIC X.
               88  CUST-FREIGHT-PREPAID VALUE 'P'.
               88  CUST-FREIGHT-ADD     VALUE 'A'.
               88  CUST-FREIGHT-COLLECT VALUE 'C'.
           05  CUST-CREDIT-LIMIT       PIC 9(3).
           05  CUST-LANGUAGE           PIC XX.

       WORKING-STORAGE SECTION.
       01  CUSTOMER-STATUS             PIC XX VALUE '00'.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-CUSTOMER-CODE         PIC X(6).
       01  FIELD-REPLY                 PIC X(25).
       01  LIMIT-EDITED                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-MAIN.
       0300-ADD-CUSTOMER.
           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE INPUT-CUSTOMER-CODE TO CUST-CODE.
           MOVE ZERO TO CUST-CREDIT-LIMIT.
           PERFORM 0700-ACCEPT-CUSTOMER-FIELDS.
           WRITE CUSTOMER-RECORD
               INVALID KEY
           DISPLAY 'CITY:    ' CUST-CITY.
           DISPLAY 'STATE:   ' CUST-STATE.
           DISPLAY 'CREDIT:  ' CUST-CREDIT-STATUS.
           DISPLAY 'FREIGHT: ' CUST-FREIGHT-TERMS.
           DISPLAY 'LANGUAGE:' CUST-LANGUAGE.
           IF CUST-CREDIT-LIMIT NUMERIC
             AND CUST-CREDIT-LIMIT > ZERO
               COMPUTE LIMIT-EDITED = CUST-CREDIT-LIMIT * 1000
               DISPLAY 'LIMIT:   ' LIMIT-EDITED
           ELSE
               DISPLAY 'LIMIT:   NONE SET'.

      *  Blank keeps the value already on the record (which for an
      *  add is spaces).
               MOVE FIELD-REPLY TO CUST-CREDIT-STATUS.
           IF CUST-CREDIT-STATUS NOT = 'G' AND NOT = 'H'
               MOVE 'G' TO CUST-CREDIT-STATUS.
           DISPLAY 'FREIGHT TERMS, P(REPAID) A(DD) C(OLLECT) ['
               CUST-FREIGHT-TERMS ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO CUST-FREIGHT-TERMS.
           IF CUST-FREIGHT-TERMS = 'p'
               MOVE 'P' TO CUST-FREIGHT-TERMS.
           IF CUST-FREIGHT-TERMS = 'a'
               MOVE 'A' TO CUST-FREIGHT-TERMS.
           IF CUST-FREIGHT-TERMS = 'c'
               MOVE 'C' TO CUST-FREIGHT-TERMS.
           IF NOT CUST-FREIGHT-PREPAID
             AND NOT CUST-FREIGHT-ADD
             AND NOT CUST-FREIGHT-COLLECT
               MOVE 'P' TO CUST-FREIGHT-TERMS.
           DISPLAY 'LANGUAGE, EN ES FR ... BLANK FOR ENGLISH ['
               CUST-LANGUAGE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO CUST-LANGUAGE.
           INSPECT CUST-LANGUAGE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
