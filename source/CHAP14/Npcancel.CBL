       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NPCANCEL.

      *  Cancellation for non-payment of premium.  PREMBILL charges
      *  each policy's premium to its billing account (the first
      *  eight characters of the policy number) and from there an
      *  unpaid premium ages like any other balance -- but the
      *  policy stayed in force.  Run nightly after BILLUPDT, this
      *  job works the cancellation pipeline NPCPEND.DAT, one
      *  record per policy:
      *
      *    - every pending cancellation is looked at first.  A
      *      payment posted to the account on or after the notice
      *      date (or a balance paid off) withdraws it.  Once the
      *      notice period has run out unpaid, a TRM transaction
      *      for the policy is appended to POLICYIN.DAT, so NESTPROG
      *      edits it and POLAPPLY terminates the policy through
      *      the normal path.  A policy already terminated some
      *      other way just closes out;
      *    - every ordinary OVERDUE.DAT account more than the grace
      *      period past its billed date, in business days through
      *      BUSDAYS, starts a cancellation for each active policy
      *      billed to it that is not already in the pipeline: a
      *      notice of intent to cancel goes to NPCNOTV.DAT in the
      *      VALUFILE.DAT layout, and the cancellation date is set
      *      the notice lead time in business days out.  An account
      *      under a legal hold is left alone, as DUNLETR leaves
      *      it; one BILLADDR cannot address gets no notice -- and
      *      so no cancellation -- until someone finds an address;
      *    - the register NPCREG.DAT lists every policy in the
      *      pipeline and everything that left it tonight.
      *
      *  NPCNOTV.DAT is merged the DUNLETR way: copy it to
      *  VALUFILE.DAT and run FORMLETR with the notice text on
      *  FORMFILE.DAT.  Insertion variables:
      *
      *      $$1   policy number         $$2   amount due
      *      $$3   business days overdue $$4   date billed
      *      $$5   cancellation date     $$6   account number
      *      $$11  name                  $$12  name, continued
      *      $$13  street                $$14  street, continued
      *      $$15  city                  $$16  state
      *      $$17  zip
      *
      *  NPCPARM.DAT holds the grace period and the notice lead
      *  time, both in business days (defaults 30 and 10); the
      *  business date comes from RUNDATE.DAT.  Run control job
      *  NPCANCEL, behind BILLUPDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO "OVERDUE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS OVERDUE-STATUS.
           SELECT BILLING-MASTER         ASSIGN TO "BILLMSTR.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY MSTR-ACCOUNT-NR
                                         FILE STATUS MASTER-STATUS.
           SELECT POLICY-MASTER          ASSIGN TO "POLMSTR"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY POL-POLICY-NUMBER
                                         FILE STATUS POLICY-STATUS.
           SELECT CANCEL-PIPELINE        ASSIGN TO "NPCPEND.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY NPC-POLICY-NUMBER
                                         FILE STATUS PIPELINE-STATUS.
           SELECT POLICY-INPUT           ASSIGN TO "POLICYIN.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS POLICYIN-STATUS.
           SELECT NOTICE-VALUES          ASSIGN TO "NPCNOTV.DAT"
                                         LINE SEQUENTIAL.
           SELECT CANCEL-REGISTER        ASSIGN TO "NPCREG.DAT"
                                         LINE SEQUENTIAL.
           SELECT CANCEL-PARMS           ASSIGN TO "NPCPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS PARM-STATUS.
           SELECT RUN-DATE-PARM          ASSIGN TO "RUNDATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS RUN-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-OVERDUE-REPORT.
       01  OVRDUE-PAYMENT-RECORD.
           05  OVRDUE-ACCOUNT-NR       PIC X(8).
           05                          PIC X.
           05  OVRDUE-BILLED-DATE      PIC 9(8).
           05                          PIC X.
           05  OVRDUE-BALANCE-DUE      PIC 9(7)V99.
           05                          PIC X.
           05  OVRDUE-RECORD-TYPE      PIC X(3).
               88  OVRDUE-IS-AGING      VALUE '   '.

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(46).
           05  MSTR-PLACEMENT-FLAG     PIC X.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO        PIC X(12).
           05  POL-POLICY-AUTO-INFO        PIC X(12).
           05  POL-MASTER-STATUS           PIC X.
               88  POL-IS-ACTIVE            VALUE 'A'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  FILLER                      PIC X(11).

      *  One record per policy that has ever been in the pipeline.
      *  Status P is pending; C cancelled (TRM written), W withdrawn
      *  on payment, T closed because the policy was already
      *  terminated.  A closed record is replaced when the policy
      *  goes unpaid again.
       FD  CANCEL-PIPELINE.
       01  CANCEL-PIPELINE-RECORD.
           05  NPC-POLICY-NUMBER       PIC X(12).
           05  NPC-ACCOUNT-NR          PIC X(8).
           05  NPC-STATUS              PIC X.
               88  NPC-IS-PENDING       VALUE 'P'.
               88  NPC-IS-CANCELLED     VALUE 'C'.
               88  NPC-IS-WITHDRAWN     VALUE 'W'.
               88  NPC-IS-CLOSED        VALUE 'T'.
           05  NPC-BILLED-DATE         PIC 9(8).
           05  NPC-NOTICE-DATE         PIC 9(8).
           05  NPC-CANCEL-DATE         PIC 9(8).
           05  NPC-BALANCE-DUE         PIC 9(7)V99.
           05  NPC-RESOLVED-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  POLICY-INPUT.
       01  POLICY-INPUT-RECORD.
           05  PIN-POLICY-TYPE             PIC XXXX.
           05  PIN-POLICY-NUMBER           PIC X(12).
           05  PIN-UPDATE-CODE             PIC XXXX.
           05  PIN-POLICY-DATE             PIC X(8).
           05  PIN-POLICY-HOLDER           PIC X(20).
           05  PIN-POLICY-MISC-INFO        PIC X(12).
           05  PIN-POLICY-AUTO-INFO        PIC X(12).
           05  FILLER                      PIC X(8).

       FD  NOTICE-VALUES.
       01  NOTICE-VALUES-RECORD        PIC X(255).

       FD  CANCEL-REGISTER.
       01  REGISTER-LINE               PIC X(80).

       FD  CANCEL-PARMS.
       01  CANCEL-PARM-RECORD.
           05  NPRM-GRACE-DAYS         PIC 9(3).
           05  NPRM-NOTICE-DAYS        PIC 9(3).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  OVERDUE-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  PIPELINE-STATUS             PIC XX.
       01  POLICYIN-STATUS             PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  OVERDUE-EOF-STATUS          PIC X VALUE 'N'.
           88  OVERDUE-END             VALUE 'Y'.
       01  PIPELINE-EOF-STATUS         PIC X.
           88  PIPELINE-END            VALUE 'Y'.
       01  POLICY-SCAN-STATUS          PIC X.
           88  POLICY-SCAN-DONE        VALUE 'Y'.
       01  PIPELINE-FOUND-SWITCH       PIC X.
           88  PIPELINE-RECORD-FOUND   VALUE 'Y'.
       01  ACCOUNT-PAID-SWITCH         PIC X.
           88  ACCOUNT-HAS-PAID        VALUE 'Y'.

       01  BUSINESS-DATE               PIC 9(8).
       01  GRACE-DAYS                  PIC 9(3) VALUE 30.
       01  NOTICE-DAYS                 PIC 9(3) VALUE 10.
       01  DAYS-OVERDUE                PIC S9(8).
       01  NEXT-BUSINESS-DAY           PIC 9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  STEP-DATE                   PIC 9(8).
       01  STEP-COUNT                  PIC 9(3).
       01  STEP-DAYS                   PIC S9(8).
       01  PAID-DATE-EXPANDED          PIC 9(8).
       01  SCAN-ACCOUNT-NR             PIC X(8).

       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       01  INSERTION-VALUES.
           05  INS-VALUE-ENTRY         PIC X(15) OCCURS 17 TIMES.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  DAYS-EDITED                 PIC ZZZZ9.
       01  DATE-EDITED.
           05  DTE-MONTH               PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-DAY                 PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-YEAR                PIC X(4).
       01  DATE-TO-EDIT                PIC 9(8).
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
       01  SPLIT-TEXT                  PIC X(40).
       01  SPLIT-FIRST                 PIC X(15).
       01  SPLIT-REST                  PIC X(15).
       01  SPLIT-SUB                   PIC 99.

       01  PIPELINE-COUNTS.
           05  NOTICES-SENT-COUNT      PIC 9(5) VALUE ZERO.
           05  CANCELLED-COUNT         PIC 9(5) VALUE ZERO.
           05  WITHDRAWN-COUNT         PIC 9(5) VALUE ZERO.
           05  CLOSED-COUNT            PIC 9(5) VALUE ZERO.
           05  PENDING-COUNT           PIC 9(5) VALUE ZERO.
           05  NO-ADDRESS-COUNT        PIC 9(5) VALUE ZERO.
           05  LEGAL-HOLD-COUNT        PIC 9(5) VALUE ZERO.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'NON-PAYMENT CANCELLATION REGISTER'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE '.
           05  RGH-BUSINESS-DATE       PIC 9(8).
       01  REGISTER-COLUMNS.
           05  FILLER                  PIC X(22) VALUE
               'POLICY       ACCOUNT'.
           05  FILLER                  PIC X(18) VALUE
               'NOTICE   CANCEL'.
           05  FILLER                  PIC X(12) VALUE
               'BALANCE'.
           05  FILLER                  PIC X(6) VALUE 'STATUS'.
       01  REGISTER-DETAIL.
           05  RGD-POLICY-NUMBER       PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  RGD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RGD-NOTICE-DATE         PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RGD-CANCEL-DATE         PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RGD-BALANCE-DUE         PIC ZZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RGD-STATUS-TEXT         PIC X(27).
       01  REGISTER-TOTAL-LINE.
           05  RGT-LABEL               PIC X(30).
           05  RGT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'NPCANCEL' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'NPCANCEL: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0100-ESTABLISH-BUSINESS-DATE.
           PERFORM 0110-READ-CANCEL-PARMS.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'NPCANCEL: CANNOT OPEN BILLMSTR.DAT, '
                   'STATUS ' MASTER-STATUS
               STOP RUN.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
               DISPLAY 'NPCANCEL: CANNOT OPEN POLMSTR, '
                   'STATUS ' POLICY-STATUS
               STOP RUN.
           OPEN I-O CANCEL-PIPELINE.
           IF PIPELINE-STATUS NOT = '00'
               OPEN OUTPUT CANCEL-PIPELINE
               CLOSE CANCEL-PIPELINE
               OPEN I-O CANCEL-PIPELINE.
           OPEN EXTEND POLICY-INPUT.
           IF POLICYIN-STATUS NOT = '00'
               OPEN OUTPUT POLICY-INPUT.
           OPEN OUTPUT NOTICE-VALUES
                       CANCEL-REGISTER.
           MOVE BUSINESS-DATE TO RGH-BUSINESS-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           WRITE REGISTER-LINE FROM REGISTER-COLUMNS.
           PERFORM 0200-REVIEW-PIPELINE.
           OPEN INPUT PAYMENT-OVERDUE-REPORT.
           IF OVERDUE-STATUS = '00'
               PERFORM 0800-READ-OVERDUE-RECORD
               PERFORM 0400-CONSIDER-OVERDUE-ACCOUNT
                   UNTIL OVERDUE-END
               CLOSE PAYMENT-OVERDUE-REPORT
           ELSE
               DISPLAY 'NPCANCEL: NO OVERDUE.DAT -- NO NEW NOTICES'.
           PERFORM 0700-PRINT-REGISTER.
           CLOSE BILLING-MASTER
                 POLICY-MASTER
                 CANCEL-PIPELINE
                 POLICY-INPUT
                 NOTICE-VALUES
                 CANCEL-REGISTER.
           DISPLAY 'NPCANCEL: NOTICES ' NOTICES-SENT-COUNT
               '  CANCELLED ' CANCELLED-COUNT
               '  WITHDRAWN ' WITHDRAWN-COUNT
               '  PENDING ' PENDING-COUNT.
           MOVE 'E' TO RUNLOG-FUNCTION.
           COMPUTE RUNLOG-RECORD-COUNT =
               NOTICES-SENT-COUNT + CANCELLED-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           STOP RUN.

       0100-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

       0110-READ-CANCEL-PARMS.
           OPEN INPUT CANCEL-PARMS.
           IF PARM-STATUS = '00'
               READ CANCEL-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NPRM-GRACE-DAYS NUMERIC
                         AND NPRM-GRACE-DAYS > ZERO
                           MOVE NPRM-GRACE-DAYS TO GRACE-DAYS
                       END-IF
                       IF NPRM-NOTICE-DAYS NUMERIC
                         AND NPRM-NOTICE-DAYS > ZERO
                           MOVE NPRM-NOTICE-DAYS TO NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE CANCEL-PARMS.

      *  The pending cancellations, before tonight's overdue file:
      *  a policy withdrawn here on last night's payment must not
      *  be noticed again off an overdue record written before the
      *  payment posted.
       0200-REVIEW-PIPELINE.
           MOVE 'N' TO PIPELINE-EOF-STATUS.
           MOVE LOW-VALUES TO NPC-POLICY-NUMBER.
           START CANCEL-PIPELINE
               KEY IS NOT LESS THAN NPC-POLICY-NUMBER
               INVALID KEY
                   MOVE 'Y' TO PIPELINE-EOF-STATUS
           END-START.
           PERFORM UNTIL PIPELINE-END
               READ CANCEL-PIPELINE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PIPELINE-EOF-STATUS
                   NOT AT END
                       IF NPC-IS-PENDING
                           PERFORM 0250-REVIEW-PENDING
                       END-IF
               END-READ
           END-PERFORM.

       0250-REVIEW-PENDING.
           PERFORM 0260-CHECK-FOR-PAYMENT.
           IF ACCOUNT-HAS-PAID
               MOVE 'W' TO NPC-STATUS
               MOVE BUSINESS-DATE TO NPC-RESOLVED-DATE
               REWRITE CANCEL-PIPELINE-RECORD
               ADD 1 TO WITHDRAWN-COUNT
               EXIT PARAGRAPH.
           IF NPC-CANCEL-DATE > BUSINESS-DATE
               EXIT PARAGRAPH.
           MOVE NPC-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE SPACE TO POL-MASTER-STATUS
           END-READ.
           IF NOT POL-IS-ACTIVE
               MOVE 'T' TO NPC-STATUS
               MOVE BUSINESS-DATE TO NPC-RESOLVED-DATE
               REWRITE CANCEL-PIPELINE-RECORD
               ADD 1 TO CLOSED-COUNT
               EXIT PARAGRAPH.
           PERFORM 0300-WRITE-TERMINATION.
           MOVE 'C' TO NPC-STATUS.
           MOVE BUSINESS-DATE TO NPC-RESOLVED-DATE.
           REWRITE CANCEL-PIPELINE-RECORD.
           ADD 1 TO CANCELLED-COUNT.

      *  MSTR-LAST-PAID-DATE is YYMMDD; prefixed '20' the way
      *  BILLUPDT expands the billed date.  An account gone from
      *  the master has nothing to show a payment by.
       0260-CHECK-FOR-PAYMENT.
           MOVE 'N' TO ACCOUNT-PAID-SWITCH.
           MOVE NPC-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MSTR-BALANCE-DUE = ZERO
               MOVE 'Y' TO ACCOUNT-PAID-SWITCH
               EXIT PARAGRAPH.
           IF MSTR-LAST-PAID-DATE NUMERIC
             AND MSTR-LAST-PAID-DATE > ZERO
               COMPUTE PAID-DATE-EXPANDED =
                   20000000 + MSTR-LAST-PAID-DATE
               IF PAID-DATE-EXPANDED NOT < NPC-NOTICE-DATE
                   MOVE 'Y' TO ACCOUNT-PAID-SWITCH.

      *  The master record as it stands rides along, so NESTPROG's
      *  type edits see the same data they passed when the policy
      *  was written.
       0300-WRITE-TERMINATION.
           MOVE SPACES TO POLICY-INPUT-RECORD.
           MOVE POL-POLICY-TYPE TO PIN-POLICY-TYPE.
           MOVE POL-POLICY-NUMBER TO PIN-POLICY-NUMBER.
           MOVE 'TRM ' TO PIN-UPDATE-CODE.
           MOVE POL-POLICY-DATE TO PIN-POLICY-DATE.
           MOVE POL-POLICY-HOLDER TO PIN-POLICY-HOLDER.
           MOVE POL-POLICY-MISC-INFO TO PIN-POLICY-MISC-INFO.
           MOVE POL-POLICY-AUTO-INFO TO PIN-POLICY-AUTO-INFO.
           WRITE POLICY-INPUT-RECORD.

      *  NSF markers are collections' business; only the ordinary
      *  aging record starts a cancellation.
       0400-CONSIDER-OVERDUE-ACCOUNT.
           IF OVRDUE-ACCOUNT-NR = SPACES OR NOT OVRDUE-IS-AGING
               PERFORM 0800-READ-OVERDUE-RECORD
               EXIT PARAGRAPH.
           CALL 'BUSDAYS' USING OVRDUE-BILLED-DATE BUSINESS-DATE
               DAYS-OVERDUE NEXT-BUSINESS-DAY ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
             OR DAYS-OVERDUE NOT > GRACE-DAYS
               PERFORM 0800-READ-OVERDUE-RECORD
               EXIT PARAGRAPH.
           MOVE OVRDUE-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   MOVE SPACE TO MSTR-LEGAL-STATUS
           END-READ.
           IF ACCOUNT-ON-LEGAL-HOLD
               ADD 1 TO LEGAL-HOLD-COUNT
               PERFORM 0800-READ-OVERDUE-RECORD
               EXIT PARAGRAPH.
           MOVE OVRDUE-ACCOUNT-NR TO SCAN-ACCOUNT-NR.
           MOVE SPACES TO POL-POLICY-NUMBER.
           MOVE SCAN-ACCOUNT-NR TO POL-POLICY-NUMBER (1:8).
           MOVE 'N' TO POLICY-SCAN-STATUS.
           START POLICY-MASTER
               KEY IS NOT LESS THAN POL-POLICY-NUMBER
               INVALID KEY
                   MOVE 'Y' TO POLICY-SCAN-STATUS
           END-START.
           PERFORM UNTIL POLICY-SCAN-DONE
               READ POLICY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO POLICY-SCAN-STATUS
                   NOT AT END
                       IF POL-POLICY-NUMBER (1:8) NOT = SCAN-ACCOUNT-NR
                           MOVE 'Y' TO POLICY-SCAN-STATUS
                       ELSE
                           IF POL-IS-ACTIVE
                               PERFORM 0450-START-CANCELLATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0800-READ-OVERDUE-RECORD.

      *  A policy already pending, or closed out tonight, is left
      *  as it is; one closed on an earlier night has come round
      *  unpaid again and starts over.
       0450-START-CANCELLATION.
           MOVE POL-POLICY-NUMBER TO NPC-POLICY-NUMBER.
           MOVE 'Y' TO PIPELINE-FOUND-SWITCH.
           READ CANCEL-PIPELINE
               INVALID KEY
                   MOVE 'N' TO PIPELINE-FOUND-SWITCH
           END-READ.
           IF PIPELINE-RECORD-FOUND
               IF NPC-IS-PENDING
                 OR NPC-RESOLVED-DATE NOT < BUSINESS-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE OVRDUE-ACCOUNT-NR TO BILLADDR-ACCOUNT-NR.
           CALL 'BILLADDR' USING BILLADDR-ACCOUNT-NR
               BILLADDR-ADDRESS BILLADDR-RETURN.
           IF NOT BILL-TO-RESOLVED
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE POL-POLICY-NUMBER TO RGD-POLICY-NUMBER
               MOVE OVRDUE-ACCOUNT-NR TO RGD-ACCOUNT-NR
               MOVE ZERO TO RGD-NOTICE-DATE
                            RGD-CANCEL-DATE
               MOVE OVRDUE-BALANCE-DUE TO RGD-BALANCE-DUE
               MOVE 'NO ADDRESS - NO NOTICE' TO RGD-STATUS-TEXT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL
               EXIT PARAGRAPH.
           PERFORM 0500-SET-CANCEL-DATE.
           MOVE POL-POLICY-NUMBER TO NPC-POLICY-NUMBER.
           MOVE OVRDUE-ACCOUNT-NR TO NPC-ACCOUNT-NR.
           MOVE 'P' TO NPC-STATUS.
           MOVE OVRDUE-BILLED-DATE TO NPC-BILLED-DATE.
           MOVE BUSINESS-DATE TO NPC-NOTICE-DATE.
           MOVE STEP-DATE TO NPC-CANCEL-DATE.
           MOVE OVRDUE-BALANCE-DUE TO NPC-BALANCE-DUE.
           MOVE ZERO TO NPC-RESOLVED-DATE.
           IF PIPELINE-RECORD-FOUND
               REWRITE CANCEL-PIPELINE-RECORD
           ELSE
               WRITE CANCEL-PIPELINE-RECORD.
           PERFORM 0600-WRITE-NOTICE-VALUES.
           ADD 1 TO NOTICES-SENT-COUNT.

      *  The notice lead time counted forward a business day at a
      *  time; BUSDAYS hands back the first business day after the
      *  date it is given.
       0500-SET-CANCEL-DATE.
           MOVE BUSINESS-DATE TO STEP-DATE.
           PERFORM VARYING STEP-COUNT FROM 1 BY 1
               UNTIL STEP-COUNT > NOTICE-DAYS
               CALL 'BUSDAYS' USING BUSINESS-DATE STEP-DATE
                   STEP-DAYS NEXT-BUSINESS-DAY ARTH-STATUS
               MOVE NEXT-BUSINESS-DAY TO STEP-DATE
           END-PERFORM.

      *  FORMLETR takes each $$ variable as a single word delimited
      *  by two spaces, so edited values are trimmed flush left.
       0600-WRITE-NOTICE-VALUES.
           MOVE SPACES TO INSERTION-VALUES.
           MOVE NPC-POLICY-NUMBER TO INS-VALUE-ENTRY (1).
           MOVE NPC-BALANCE-DUE TO AMOUNT-EDITED.
           MOVE FUNCTION TRIM (AMOUNT-EDITED) TO INS-VALUE-ENTRY (2).
           MOVE DAYS-OVERDUE TO DAYS-EDITED.
           MOVE FUNCTION TRIM (DAYS-EDITED) TO INS-VALUE-ENTRY (3).
           MOVE NPC-BILLED-DATE TO DATE-TO-EDIT.
           PERFORM 0650-EDIT-DATE.
           MOVE DATE-EDITED TO INS-VALUE-ENTRY (4).
           MOVE NPC-CANCEL-DATE TO DATE-TO-EDIT.
           PERFORM 0650-EDIT-DATE.
           MOVE DATE-EDITED TO INS-VALUE-ENTRY (5).
           MOVE NPC-ACCOUNT-NR TO INS-VALUE-ENTRY (6).
           MOVE BA-NAME TO SPLIT-TEXT.
           PERFORM 0620-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (11).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (12).
           MOVE BA-STREET TO SPLIT-TEXT.
           PERFORM 0620-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (13).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (14).
           MOVE BA-CITY TO INS-VALUE-ENTRY (15).
           MOVE BA-STATE TO INS-VALUE-ENTRY (16).
           MOVE BA-ZIP TO INS-VALUE-ENTRY (17).
           WRITE NOTICE-VALUES-RECORD FROM INSERTION-VALUES.

      *  Broken at a space, the way DUNLETR breaks it.
       0620-SPLIT-ADDRESS-TEXT.
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

       0650-EDIT-DATE.
           MOVE DATE-TO-EDIT (5:2) TO DTE-MONTH.
           MOVE DATE-TO-EDIT (7:2) TO DTE-DAY.
           MOVE DATE-TO-EDIT (1:4) TO DTE-YEAR.

      *  The no-address lines head the register, written as they
      *  turned up; the pipeline itself follows in policy order --
      *  everything pending, and everything that left it tonight.
       0700-PRINT-REGISTER.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO PIPELINE-EOF-STATUS.
           MOVE LOW-VALUES TO NPC-POLICY-NUMBER.
           START CANCEL-PIPELINE
               KEY IS NOT LESS THAN NPC-POLICY-NUMBER
               INVALID KEY
                   MOVE 'Y' TO PIPELINE-EOF-STATUS
           END-START.
           PERFORM UNTIL PIPELINE-END
               READ CANCEL-PIPELINE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PIPELINE-EOF-STATUS
                   NOT AT END
                       PERFORM 0750-PRINT-PIPELINE-ENTRY
               END-READ
           END-PERFORM.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOTICES OF INTENT SENT' TO RGT-LABEL.
           MOVE NOTICES-SENT-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'IN THE PIPELINE' TO RGT-LABEL.
           MOVE PENDING-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'CANCELLED, TRM QUEUED' TO RGT-LABEL.
           MOVE CANCELLED-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'WITHDRAWN ON PAYMENT' TO RGT-LABEL.
           MOVE WITHDRAWN-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'CLOSED, ALREADY TERMINATED' TO RGT-LABEL.
           MOVE CLOSED-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'NO NOTICE, NO ADDRESS' TO RGT-LABEL.
           MOVE NO-ADDRESS-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'NO NOTICE, LEGAL HOLD' TO RGT-LABEL.
           MOVE LEGAL-HOLD-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

       0750-PRINT-PIPELINE-ENTRY.
           IF NOT NPC-IS-PENDING
             AND NPC-RESOLVED-DATE NOT = BUSINESS-DATE
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN NPC-IS-PENDING
                   ADD 1 TO PENDING-COUNT
                   IF NPC-NOTICE-DATE = BUSINESS-DATE
                       MOVE 'NOTICE SENT' TO RGD-STATUS-TEXT
                   ELSE
                       MOVE 'PENDING' TO RGD-STATUS-TEXT
                   END-IF
               WHEN NPC-IS-CANCELLED
                   MOVE 'CANCELLED - TRM QUEUED' TO RGD-STATUS-TEXT
               WHEN NPC-IS-WITHDRAWN
                   MOVE 'WITHDRAWN - PAYMENT' TO RGD-STATUS-TEXT
               WHEN OTHER
                   MOVE 'CLOSED - ALREADY TERMINATED'
                       TO RGD-STATUS-TEXT
           END-EVALUATE.
           MOVE NPC-POLICY-NUMBER TO RGD-POLICY-NUMBER.
           MOVE NPC-ACCOUNT-NR TO RGD-ACCOUNT-NR.
           MOVE NPC-NOTICE-DATE TO RGD-NOTICE-DATE.
           MOVE NPC-CANCEL-DATE TO RGD-CANCEL-DATE.
           MOVE NPC-BALANCE-DUE TO RGD-BALANCE-DUE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

       0800-READ-OVERDUE-RECORD.
           READ PAYMENT-OVERDUE-REPORT
               AT END
                   MOVE 'Y' TO OVERDUE-EOF-STATUS.
