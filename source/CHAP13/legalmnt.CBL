       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Legalmnt.

      *  Legal status hold maintenance console, in the MAINPRG2
      *  dialog style.  When a customer files bankruptcy, dies, or
      *  takes us to court, every collection activity on the
      *  account has to stop at once -- the dispute hold was never
      *  meant for that.  LEGALHLD.DAT is keyed by billing account
      *  and carries:
      *
      *    - the status code: 'B' bankruptcy, 'D' deceased,
      *      'L' litigation;
      *    - the filing date (petition, date of death, or suit) and
      *      the court case or estate number;
      *    - the attorney (or executor) to contact, name and phone;
      *    - the release date and reason once legal lifts the hold
      *      -- a discharge, a dismissal, an estate settled.
      *
      *  (P)LACE records the hold and sets the status code into
      *  MSTR-LEGAL-STATUS on the billing master, which is what the
      *  night programs test: BILLUPDT stops late charges, and
      *  DUNLETR, COLLASGN, AGYPLACE, and CRBEXTR skip the account.
      *  CALLIST drops the customer's contact from the call lists
      *  off this file.  (R)ELEASE clears the master code and keeps
      *  the record, dated, for the history; placing a new hold on
      *  a released account reuses the record.
      *
      *  The operator is checked through AUTHCHK (system BILLING,
      *  function 'L') before the session opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT LEGAL-HOLD-FILE      ASSIGN TO "LEGALHLD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LGL-ACCOUNT-NR
                                       FILE STATUS IS LEGAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(46).
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
           05  FILLER                  PIC X(3).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGL-ACCOUNT-NR          PIC X(8).
           05  LGL-STATUS-CODE         PIC X.
               88  LGL-IS-BANKRUPTCY    VALUE 'B'.
               88  LGL-IS-DECEASED      VALUE 'D'.
               88  LGL-IS-LITIGATION    VALUE 'L'.
               88  LGL-STATUS-VALID     VALUES 'B' 'D' 'L'.
           05  LGL-FILING-DATE         PIC 9(8).
           05  LGL-CASE-NR             PIC X(20).
           05  LGL-ATTORNEY-NAME       PIC X(30).
           05  LGL-ATTORNEY-PHONE      PIC X(15).
           05  LGL-RELEASE-DATE        PIC 9(8).
               88  LGL-HOLD-OPEN        VALUE ZERO.
           05  LGL-RELEASE-REASON      PIC X(20).
           05  LGL-PLACED-DATE         PIC 9(8).
           05  LGL-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(2).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  MASTER-STATUS               PIC XX.
       01  LEGAL-STATUS                PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-ACCOUNT-NR            PIC X(8).
       01  FIELD-REPLY                 PIC X(30).
       01  ENTRY-VALID-SWITCH          PIC X.
           88  ENTRY-IS-VALID          VALUE 'Y'.
       01  HOLD-FOUND-SWITCH           PIC X.
           88  HOLD-ON-FILE            VALUE 'Y'.
       01  DATE-CHECK-DAYS             PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  BALANCE-EDITED              PIC Z,ZZZ,ZZ9.99.
       01  STATUS-DESCRIPTION          PIC X(12).

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'BILLING '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'L'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'LEGAL STATUS HOLD MAINTENANCE'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN LEGAL '
                   'HOLDS'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILLING MASTER, STATUS: '
                   MASTER-STATUS
               STOP RUN.
           OPEN I-O LEGAL-HOLD-FILE.
           IF LEGAL-STATUS NOT = '00'
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE.
           IF LEGAL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEGALHLD.DAT, STATUS: '
                   LEGAL-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE BILLING-MASTER
                 LEGAL-HOLD-FILE.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY '(P)LACE HOLD, (C)HANGE, (R)ELEASE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'BILLING ACCOUNT NUMBER?'.
           ACCEPT INPUT-ACCOUNT-NR.
           IF INPUT-ACCOUNT-NR = SPACES
               DISPLAY 'AN ACCOUNT NUMBER IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0300-PLACE-HOLD
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-HOLD
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RELEASE-HOLD
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-HOLD
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER P, C, R, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER ACCOUNT? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  Only an account on the billing master can be held -- the
      *  hold means nothing until the night programs can see it
      *  there.  A released hold on file is reopened in place.
       0300-PLACE-HOLD.
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   DISPLAY 'NO BILLING ACCOUNT ' INPUT-ACCOUNT-NR
                   EXIT PARAGRAPH
           END-READ.
           MOVE MSTR-BALANCE-DUE TO BALANCE-EDITED.
           DISPLAY 'BALANCE DUE: ' BALANCE-EDITED.
           PERFORM 0350-READ-HOLD.
           IF HOLD-ON-FILE AND LGL-HOLD-OPEN
               DISPLAY 'THAT ACCOUNT IS ALREADY UNDER A LEGAL HOLD '
                   '-- USE (C)HANGE'
               EXIT PARAGRAPH.
           MOVE SPACES TO LEGAL-HOLD-RECORD.
           MOVE INPUT-ACCOUNT-NR TO LGL-ACCOUNT-NR.
           MOVE ZERO TO LGL-FILING-DATE
                        LGL-RELEASE-DATE.
           MOVE CURRENT-DATE-INTEGER TO LGL-PLACED-DATE.
           PERFORM 0700-ACCEPT-HOLD-FIELDS.
           IF NOT ENTRY-IS-VALID
               DISPLAY 'HOLD NOT RECORDED'
               EXIT PARAGRAPH.
           MOVE AUTHCHK-USER-ID TO LGL-MAINTAINED-BY.
           IF HOLD-ON-FILE
               REWRITE LEGAL-HOLD-RECORD
           ELSE
               WRITE LEGAL-HOLD-RECORD.
           MOVE LGL-STATUS-CODE TO MSTR-LEGAL-STATUS.
           REWRITE MSTR-BILLING-RECORD.
           DISPLAY 'LEGAL HOLD PLACED -- COLLECTION ACTIVITY STOPS '
               'TONIGHT'.

       0350-READ-HOLD.
           MOVE 'N' TO HOLD-FOUND-SWITCH.
           MOVE INPUT-ACCOUNT-NR TO LGL-ACCOUNT-NR.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HOLD-FOUND-SWITCH
           END-READ.

      *  A changed status code is carried to the master at once so
      *  the night programs and ACCT360 show the right hold.
       0400-CHANGE-HOLD.
           PERFORM 0350-READ-HOLD.
           IF NOT HOLD-ON-FILE OR NOT LGL-HOLD-OPEN
               DISPLAY 'THAT ACCOUNT IS NOT UNDER A LEGAL HOLD'
               EXIT PARAGRAPH.
           PERFORM 0650-DISPLAY-HOLD.
           PERFORM 0700-ACCEPT-HOLD-FIELDS.
           IF NOT ENTRY-IS-VALID
               DISPLAY 'HOLD NOT CHANGED'
               EXIT PARAGRAPH.
           MOVE AUTHCHK-USER-ID TO LGL-MAINTAINED-BY.
           REWRITE LEGAL-HOLD-RECORD.
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   DISPLAY 'NO BILLING ACCOUNT ' INPUT-ACCOUNT-NR
               NOT INVALID KEY
                   MOVE LGL-STATUS-CODE TO MSTR-LEGAL-STATUS
                   REWRITE MSTR-BILLING-RECORD
           END-READ.
           DISPLAY 'HOLD CHANGED'.

       0500-RELEASE-HOLD.
           PERFORM 0350-READ-HOLD.
           IF NOT HOLD-ON-FILE OR NOT LGL-HOLD-OPEN
               DISPLAY 'THAT ACCOUNT IS NOT UNDER A LEGAL HOLD'
               EXIT PARAGRAPH.
           PERFORM 0650-DISPLAY-HOLD.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           DISPLAY 'RELEASE DATE YYYYMMDD [' CURRENT-DATE-INTEGER
               ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY = SPACES
               MOVE CURRENT-DATE-INTEGER TO LGL-RELEASE-DATE
           ELSE
               IF FIELD-REPLY (1:8) NUMERIC
                   MOVE FIELD-REPLY (1:8) TO LGL-RELEASE-DATE
                   CALL 'DATEARTH' USING LGL-FILING-DATE
                       LGL-RELEASE-DATE DATE-CHECK-DAYS ARTH-STATUS
                   IF NOT ARTH-DATES-VALID
                     OR DATE-CHECK-DAYS < ZERO
                       DISPLAY 'RELEASE DATE IS NOT A DATE ON OR '
                           'AFTER THE FILING DATE'
                       MOVE 'N' TO ENTRY-VALID-SWITCH
                   END-IF
               ELSE
                   DISPLAY 'RELEASE DATE MUST BE YYYYMMDD'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
               END-IF
           END-IF.
           DISPLAY 'RELEASE REASON (DISCHARGED, DISMISSED, ...)?'.
           ACCEPT FIELD-REPLY.
           MOVE FIELD-REPLY TO LGL-RELEASE-REASON.
           IF LGL-RELEASE-REASON = SPACES
               DISPLAY 'A RELEASE REASON IS REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           IF NOT ENTRY-IS-VALID
               DISPLAY 'HOLD NOT RELEASED'
               EXIT PARAGRAPH.
           MOVE AUTHCHK-USER-ID TO LGL-MAINTAINED-BY.
           REWRITE LEGAL-HOLD-RECORD.
           MOVE INPUT-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO MSTR-LEGAL-STATUS
                   REWRITE MSTR-BILLING-RECORD
           END-READ.
           DISPLAY 'LEGAL HOLD RELEASED'.

       0600-INQUIRE-HOLD.
           PERFORM 0350-READ-HOLD.
           IF HOLD-ON-FILE
               PERFORM 0650-DISPLAY-HOLD
           ELSE
               DISPLAY 'NO LEGAL HOLD ON FILE FOR THAT ACCOUNT'.

       0650-DISPLAY-HOLD.
           EVALUATE TRUE
               WHEN LGL-IS-BANKRUPTCY
                   MOVE 'BANKRUPTCY' TO STATUS-DESCRIPTION
               WHEN LGL-IS-DECEASED
                   MOVE 'DECEASED' TO STATUS-DESCRIPTION
               WHEN LGL-IS-LITIGATION
                   MOVE 'LITIGATION' TO STATUS-DESCRIPTION
               WHEN OTHER
                   MOVE 'UNKNOWN' TO STATUS-DESCRIPTION
           END-EVALUATE.
           DISPLAY 'ACCOUNT:        ' LGL-ACCOUNT-NR.
           IF LGL-HOLD-OPEN
               DISPLAY 'HOLD:           *OPEN*  ' LGL-STATUS-CODE
                   ' ' STATUS-DESCRIPTION
           ELSE
               DISPLAY 'HOLD:           RELEASED ' LGL-RELEASE-DATE
                   ' ' LGL-RELEASE-REASON
               DISPLAY 'WAS:            ' LGL-STATUS-CODE
                   ' ' STATUS-DESCRIPTION.
           DISPLAY 'FILED:          ' LGL-FILING-DATE
               '  CASE ' LGL-CASE-NR.
           DISPLAY 'ATTORNEY:       ' LGL-ATTORNEY-NAME
               ' ' LGL-ATTORNEY-PHONE.
           DISPLAY 'PLACED:         ' LGL-PLACED-DATE
               ' LAST CHANGED BY ' LGL-MAINTAINED-BY.

      *  Blank keeps the value already on the record.  Every field
      *  is edited before anything is written; one bad field sends
      *  the whole entry back.
       0700-ACCEPT-HOLD-FIELDS.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           DISPLAY 'STATUS, B BANKRUPTCY, D DECEASED, L LITIGATION ['
               LGL-STATUS-CODE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO LGL-STATUS-CODE.
           IF NOT LGL-STATUS-VALID
               DISPLAY 'STATUS MUST BE B, D, OR L'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'FILING DATE YYYYMMDD [' LGL-FILING-DATE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               IF FIELD-REPLY (1:8) NUMERIC
                   MOVE FIELD-REPLY (1:8) TO LGL-FILING-DATE
               ELSE
                   DISPLAY 'FILING DATE MUST BE YYYYMMDD'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
               END-IF
           END-IF.
           CALL 'DATEARTH' USING LGL-FILING-DATE
               CURRENT-DATE-INTEGER DATE-CHECK-DAYS ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR DATE-CHECK-DAYS < ZERO
               DISPLAY 'FILING DATE MUST BE A DATE NOT IN THE FUTURE'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'CASE OR ESTATE NUMBER [' LGL-CASE-NR ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO LGL-CASE-NR.
           IF LGL-CASE-NR = SPACES AND NOT LGL-IS-DECEASED
               DISPLAY 'A CASE NUMBER IS REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'ATTORNEY OR EXECUTOR [' LGL-ATTORNEY-NAME ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO LGL-ATTORNEY-NAME.
           DISPLAY 'ATTORNEY PHONE [' LGL-ATTORNEY-PHONE ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE FIELD-REPLY TO LGL-ATTORNEY-PHONE.
