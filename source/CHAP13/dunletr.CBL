      *      $$2   amount due
      *      $$3   days overdue
      *      $$4   date billed
      *      $$11  bill-to name          $$12  name, continued
      *      $$13  street                $$14  street, continued
      *      $$15  city                  $$16  state
      *      $$17  zip
      *
      *  Past the values each record carries the account holder's
      *  preferred language from LANGPREF, so FORMLETR sends the
      *  letter in that language where collections has a version.
      *
      *  The bill-to name and address come from BILLADDR, just as
      *  on the statement.  An account BILLADDR cannot address gets
      *  no letter; it is listed on DUNNADR.DAT with its days
      *  overdue and counted on the control report, so the letter
      *  can go out once someone finds an address.  An address the
      *  post office has sent back undeliverable (RETMCHK) is
      *  treated the same way until the address changes.
      *
      *  A control report shows letters produced per bucket so the
      *  run can be balanced against the aging report.
      *
      *  An account out with a collection agency (placement flag on
      *  the billing master, set by AGYPLACE) gets no letter from
      *  us -- the agency is working it -- and is counted on the
      *  control report instead.  So is an account under a legal
      *  hold (bankruptcy, deceased, or litigation, maintained by
      *  LEGALMNT): collection activity on it has to stop at once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                         LINE SEQUENTIAL.
           SELECT DUN-CONTROL-REPORT     ASSIGN TO "DUNCTL.DAT"
                                         LINE SEQUENTIAL.
           SELECT NO-ADDRESS-LIST        ASSIGN TO "DUNNADR.DAT"
                                         LINE SEQUENTIAL.
           SELECT BILLING-MASTER         ASSIGN TO "BILLMSTR.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY MSTR-ACCOUNT-NR
                                         FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  OVRDUE-IS-NSF        VALUE 'NSF'.

       FD  DUN-30-VALUES.
       01  DUN-30-RECORD               PIC X(310).
       FD  DUN-60-VALUES.
       01  DUN-60-RECORD               PIC X(310).
       FD  DUN-90-VALUES.
       01  DUN-90-RECORD               PIC X(310).
       FD  DUN-120-VALUES.
       01  DUN-120-RECORD              PIC X(310).
       FD  DUN-120-PLUS-VALUES.
       01  DUN-120-PLUS-RECORD         PIC X(310).
       FD  DUN-CONTROL-REPORT.
       01  CONTROL-REPORT-LINE         PIC X(80).
       FD  NO-ADDRESS-LIST.
       01  NO-ADDRESS-LINE             PIC X(80).
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(67).
           05  MSTR-PLACEMENT-FLAG     PIC X.
               88  ACCOUNT-PLACED       VALUE 'P'.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
           05  FILLER                  PIC X(13).
       01  OVERDUE-EOF-STATUS          PIC X VALUE 'N'.
           88  OVERDUE-END             VALUE 'Y'.
       01  MASTER-STATUS               PIC XX.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  PLACED-SWITCH               PIC X.
           88  PLACED-WITH-AGENCY      VALUE 'Y'.
       01  LEGAL-HOLD-SWITCH           PIC X.
           88  UNDER-LEGAL-HOLD        VALUE 'Y'.
       01  DAYS-OVERDUE                PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  INSERTION-VALUES.
           05  INS-VALUE-ENTRY         PIC X(15) OCCURS 17 TIMES.
           05  FILLER                  PIC X(45).
           05  INS-FORM-ID             PIC X(8).
           05  INS-LANGUAGE            PIC XX.
       01  LANGPREF-KEY-TYPE           PIC X VALUE 'A'.
       01  LANGPREF-KEY                PIC X(45).
       01  LANGPREF-LANGUAGE           PIC XX.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  DAYS-EDITED                 PIC ZZZZ9.
       01  BILLED-DATE-EDITED.
           05  BDE-DAY                 PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  BDE-YEAR                PIC X(4).
       01  BILLADDR-ACCOUNT-NR         PIC X(8).
       01  BILLADDR-ADDRESS.
           05  BA-NAME                 PIC X(30).
           05  BA-STREET               PIC X(40).
           05  BA-CITY                 PIC X(25).
           05  BA-STATE                PIC XX.
           05  BA-ZIP                  PIC X(10).
           05  BA-SOURCE               PIC X.
       01  BILLADDR-RETURN             PIC XX.
           88  BILL-TO-RESOLVED        VALUE '00'.
       01  RETMCHK-STREET              PIC X(40).
       01  RETMCHK-STATE               PIC XX.
       01  RETMCHK-REASON              PIC XX.
       01  RETMCHK-RETURN              PIC XX.
       01  SPLIT-TEXT                  PIC X(40).
       01  SPLIT-FIRST                 PIC X(15).
       01  SPLIT-REST                  PIC X(15).
       01  SPLIT-SUB                   PIC 99.
       01  NO-ADDRESS-HEADING.
           05  FILLER                  PIC X(42) VALUE
               'LETTERS NOT PRODUCED -- NO BILL-TO ADDRESS'.
       01  NO-ADDRESS-DETAIL-LINE.
           05  NAD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  NAD-BALANCE-DUE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  NAD-DAYS-OVERDUE        PIC ZZZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  NAD-REASON              PIC X(40).

       01  LETTER-BUCKET-TOTALS.
           05  LETTERS-30-COUNT        PIC 9(5) VALUE ZERO.
           05  LETTERS-120-COUNT       PIC 9(5) VALUE ZERO.
           05  LETTERS-120-PLUS-COUNT  PIC 9(5) VALUE ZERO.
           05  LETTERS-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.
           05  LETTERS-PLACED-COUNT    PIC 9(5) VALUE ZERO.
           05  LETTERS-LEGAL-COUNT     PIC 9(5) VALUE ZERO.
           05  LETTERS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.

       01  CONTROL-HEADING-1.
           05  FILLER                  PIC X(32) VALUE
                       DUN-90-VALUES
                       DUN-120-VALUES
                       DUN-120-PLUS-VALUES
                       DUN-CONTROL-REPORT
                       NO-ADDRESS-LIST.
           WRITE NO-ADDRESS-LINE FROM NO-ADDRESS-HEADING.
           MOVE SPACES TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE AFTER ADVANCING 1 LINE.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0800-READ-OVERDUE-RECORD.
           PERFORM 0200-PROCESS-OVERDUE-RECORD
                 DUN-90-VALUES
                 DUN-120-VALUES
                 DUN-120-PLUS-VALUES
                 DUN-CONTROL-REPORT
                 NO-ADDRESS-LIST.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
           STOP RUN.

      *  DATEARTH validates the billed date before any day count is
           IF OVRDUE-ACCOUNT-NR = SPACES OR OVRDUE-IS-NSF
               PERFORM 0800-READ-OVERDUE-RECORD
           ELSE
               PERFORM 0220-CHECK-MASTER-HOLDS
               IF UNDER-LEGAL-HOLD
                   ADD 1 TO LETTERS-LEGAL-COUNT
                   PERFORM 0800-READ-OVERDUE-RECORD
               ELSE
               IF PLACED-WITH-AGENCY
                   ADD 1 TO LETTERS-PLACED-COUNT
                   PERFORM 0800-READ-OVERDUE-RECORD
               ELSE
                   PERFORM 0250-AGE-AND-WRITE-LETTER.

      *  No billing master on hand (a test run off a copied
      *  OVERDUE.DAT) letters every account, as before.
       0220-CHECK-MASTER-HOLDS.
           MOVE 'N' TO PLACED-SWITCH
                       LEGAL-HOLD-SWITCH.
           IF MASTER-ON-HAND
               MOVE OVRDUE-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-PLACED
                           MOVE 'Y' TO PLACED-SWITCH
                       END-IF
                       IF ACCOUNT-ON-LEGAL-HOLD
                           MOVE 'Y' TO LEGAL-HOLD-SWITCH
                       END-IF
               END-READ.

       0250-AGE-AND-WRITE-LETTER.
           CALL 'DATEARTH' USING OVRDUE-BILLED-DATE
           IF NOT ARTH-DATES-VALID
               ADD 1 TO LETTERS-SKIPPED-COUNT
           ELSE
               MOVE OVRDUE-ACCOUNT-NR TO BILLADDR-ACCOUNT-NR
               CALL 'BILLADDR' USING BILLADDR-ACCOUNT-NR
                   BILLADDR-ADDRESS BILLADDR-RETURN
               IF BILL-TO-RESOLVED
                   PERFORM 0260-CHECK-RETURNED-MAIL
               END-IF
               IF NOT BILL-TO-RESOLVED
                   PERFORM 0350-LIST-NO-ADDRESS
               ELSE
                   PERFORM 0300-BUILD-INSERTION-VALUES
                   EVALUATE TRUE
                       WHEN DAYS-OVERDUE <= 30
                           WRITE DUN-30-RECORD FROM INSERTION-VALUES
                           ADD 1 TO LETTERS-30-COUNT
                       WHEN DAYS-OVERDUE <= 60
                           WRITE DUN-60-RECORD FROM INSERTION-VALUES
                           ADD 1 TO LETTERS-60-COUNT
                       WHEN DAYS-OVERDUE <= 90
                           WRITE DUN-90-RECORD FROM INSERTION-VALUES
                           ADD 1 TO LETTERS-90-COUNT
                       WHEN DAYS-OVERDUE <= 120
                           WRITE DUN-120-RECORD FROM INSERTION-VALUES
                           ADD 1 TO LETTERS-120-COUNT
                       WHEN OTHER
                           WRITE DUN-120-PLUS-RECORD
                               FROM INSERTION-VALUES
                           ADD 1 TO LETTERS-120-PLUS-COUNT
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 0800-READ-OVERDUE-RECORD.

      *  FORMLETR takes each $$ variable as a single word delimited
      *  by two spaces, so edited values are trimmed flush left.
      *  No letter goes to an address the post office has sent
      *  back; the account is listed with the USPS reason instead.
       0260-CHECK-RETURNED-MAIL.
           MOVE BA-STREET TO RETMCHK-STREET.
           MOVE BA-STATE TO RETMCHK-STATE.
           CALL 'RETMCHK' USING RETMCHK-STREET RETMCHK-STATE
               RETMCHK-REASON RETMCHK-RETURN.
           IF RETMCHK-RETURN = '01'
               MOVE '03' TO BILLADDR-RETURN.

       0300-BUILD-INSERTION-VALUES.
           MOVE SPACES TO INSERTION-VALUES.
           MOVE OVRDUE-ACCOUNT-NR TO INS-VALUE-ENTRY (1).
           MOVE OVRDUE-BILLED-DATE (7:2) TO BDE-DAY.
           MOVE OVRDUE-BILLED-DATE (1:4) TO BDE-YEAR.
           MOVE BILLED-DATE-EDITED TO INS-VALUE-ENTRY (4).
           MOVE BA-NAME TO SPLIT-TEXT.
           PERFORM 0320-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (11).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (12).
           MOVE BA-STREET TO SPLIT-TEXT.
           PERFORM 0320-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (13).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (14).
           MOVE BA-CITY TO INS-VALUE-ENTRY (15).
           MOVE BA-STATE TO INS-VALUE-ENTRY (16).
           MOVE BA-ZIP TO INS-VALUE-ENTRY (17).
           MOVE OVRDUE-ACCOUNT-NR TO LANGPREF-KEY.
           CALL 'LANGPREF' USING LANGPREF-KEY-TYPE LANGPREF-KEY
               LANGPREF-LANGUAGE.
           MOVE LANGPREF-LANGUAGE TO INS-LANGUAGE.

      *  Broken at a space, the way STMTGEN breaks it, so the two
      *  values merge back into the whole name or street.
       0320-SPLIT-ADDRESS-TEXT.
           MOVE SPACES TO SPLIT-FIRST SPLIT-REST.
           IF SPLIT-TEXT (16:25) = SPACES
               MOVE SPLIT-TEXT TO SPLIT-FIRST
               EXIT PARAGRAPH.
           PERFORM VARYING SPLIT-SUB FROM 16 BY -1
               UNTIL SPLIT-SUB < 2
                  OR SPLIT-TEXT (SPLIT-SUB:1) = SPACE
               CONTINUE
           END-PERFORM.
           IF SPLIT-SUB < 2
               MOVE SPLIT-TEXT (1:15) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (16:15) TO SPLIT-REST
           ELSE
               MOVE SPLIT-TEXT (1:SPLIT-SUB - 1) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (SPLIT-SUB + 1:15) TO SPLIT-REST.

       0350-LIST-NO-ADDRESS.
           ADD 1 TO LETTERS-NO-ADDRESS-COUNT.
           MOVE OVRDUE-ACCOUNT-NR TO NAD-ACCOUNT-NR.
           MOVE OVRDUE-BALANCE-DUE TO NAD-BALANCE-DUE.
           MOVE DAYS-OVERDUE TO NAD-DAYS-OVERDUE.
           MOVE SPACES TO NAD-REASON.
           EVALUATE BILLADDR-RETURN
               WHEN '01'
                   MOVE 'NOT ON THE CROSS-REFERENCE, NO OVERRIDE'
                       TO NAD-REASON
               WHEN '03'
                   STRING 'MAIL RETURNED UNDELIVERABLE, USPS '
                       RETMCHK-REASON DELIMITED BY SIZE
                       INTO NAD-REASON
               WHEN OTHER
                   MOVE 'LINKED RECORDS HAVE NO USABLE ADDRESS'
                       TO NAD-REASON
           END-EVALUATE.
           WRITE NO-ADDRESS-LINE FROM NO-ADDRESS-DETAIL-LINE.

       0800-READ-OVERDUE-RECORD.
           READ PAYMENT-OVERDUE-REPORT
               MOVE SPACES            TO CTL-LETTER-NAME
               MOVE LETTERS-SKIPPED-COUNT TO CTL-COUNT
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           IF LETTERS-PLACED-COUNT > ZERO
               MOVE SPACES TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'SKIPPED, AT AGENCY' TO CTL-BUCKET-NAME
               MOVE SPACES            TO CTL-LETTER-NAME
               MOVE LETTERS-PLACED-COUNT TO CTL-COUNT
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           IF LETTERS-LEGAL-COUNT > ZERO
               MOVE SPACES TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'SKIPPED, LEGAL' TO CTL-BUCKET-NAME
               MOVE SPACES            TO CTL-LETTER-NAME
               MOVE LETTERS-LEGAL-COUNT TO CTL-COUNT
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           IF LETTERS-NO-ADDRESS-COUNT > ZERO
               MOVE SPACES TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'SKIPPED, NO ADDR' TO CTL-BUCKET-NAME
               MOVE 'SEE DUNNADR.DAT' TO CTL-LETTER-NAME
               MOVE LETTERS-NO-ADDRESS-COUNT TO CTL-COUNT
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.
