       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DECLPRT.

      *  Policy declarations pages.  When POLAPPLY added, changed,
      *  or reinstated a policy the policyholder heard nothing --
      *  the declarations page was typed by hand.  Run nightly
      *  after POLAPPLY, this job reads the night's applied
      *  activity (POLACTV.DAT) and builds one declarations page
      *  per ADD, CHG, and REI:
      *
      *    - the policy as it stood once the transaction was
      *      applied -- the master record, or, when a later
      *      endorsement has already replaced it, that
      *      endorsement's before-image on POLHIST.DAT;
      *    - the premium rated the way PREMBILL bills it: AUTOPREM's
      *      rated premium as of today for AUTO (AUTORATE rate and
      *      rating factors), the PREMPARM.DAT flat premium for the
      *      type otherwise (compiled default when not listed);
      *    - the servicing agent, the active AGTINFO agent for the
      *      policy's state and territory, as AGTOVRD picks it;
      *    - the mailing address from BILLADDR for the billing
      *      account (the first eight characters of the policy
      *      number).  With no address on file the page still
      *      goes out under the policyholder's name, flagged on
      *      the register for follow-up.
      *
      *  An endorsement (CHG) gets an AMENDED declarations page
      *  that names what changed, found by comparing the policy
      *  against the endorsement's before-image on POLHIST.DAT.
      *
      *  Pages are produced the DUNLETR way, so FORMLETR prints
      *  them and archives every one to LETRARCH.DAT, where
      *  LETRPRNT can reprint it by policy number and date:
      *
      *    DECLNEWV.DAT  new business and reinstatement pages --
      *                  merge with the declarations form, source
      *                  tag DECLARE on LETRSRC.DAT;
      *    DECLAMDV.DAT  amended pages -- merge with the amended
      *                  declarations form, source tag DECLAMND.
      *
      *  Insertion variables:
      *
      *      $$1   policy number         $$2   policyholder
      *      $$3   policyholder, cont.   $$4   coverage
      *      $$5   effective date        $$6   monthly premium
      *      $$7   vehicle (year, make)  $$8   servicing agent
      *      $$9   agent, continued      $$10  agent phone
      *      $$11  name                  $$12  name, continued
      *      $$13  street                $$14  street, continued
      *      $$15  city                  $$16  state
      *      $$17  zip
      *    DECLNEWV.DAT:
      *      $$18  NEW BUSINESS or REINSTATEMENT
      *      $$19  rating state and territory
      *    DECLAMDV.DAT:
      *      $$18-$$20  the terms changed -- POLICYHOLDER,
      *                 EFFECTIVE DATE, TERRITORY, VEHICLE,
      *                 COVERAGE, DRIVER; past three, $$20 reads OTHER
      *                 TERMS and the register lists them all.
      *
      *  DECLREG.DAT registers every page built and every activity
      *  record that could not be.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLIED-ACTIVITY-FILE ASSIGN TO "POLACTV.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS ACTIVITY-STATUS.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT POLICY-HISTORY       ASSIGN TO "POLHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIS-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT AGENT-INFO-FILE      ASSIGN TO "AGTINFO"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT PREMIUM-PARMS        ASSIGN TO "PREMPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PARM-STATUS.
           SELECT NEW-DECL-VALUES      ASSIGN TO "DECLNEWV.DAT"
                                       LINE SEQUENTIAL.
           SELECT AMENDED-DECL-VALUES  ASSIGN TO "DECLAMDV.DAT"
                                       LINE SEQUENTIAL.
           SELECT DECL-REGISTER        ASSIGN TO "DECLREG.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLIED-ACTIVITY-FILE.
       01  APPLIED-ACTIVITY-RECORD.
           05  ACTV-UPDATE-CODE            PIC XXXX.
               88  ACTV-IS-CHANGE           VALUE 'CHG '.
               88  ACTV-IS-REINSTATE        VALUE 'REI '.
           05  ACTV-POLICY-NUMBER          PIC X(12).
           05  ACTV-ENDORSEMENT-SEQ        PIC 9(3).
           05  ACTV-APPLY-DATE             PIC X(8).

       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO        PIC X(12).
           05  POL-POLICY-AUTO-INFO        PIC X(12).
           05  POL-MASTER-STATUS           PIC X.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  POL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       FD  POLICY-HISTORY.
       01  POLICY-HISTORY-RECORD.
           05  PHIS-KEY.
               10  PHIS-POLICY-NUMBER      PIC X(12).
               10  PHIS-ENDORSEMENT-SEQ    PIC 9(3).
           05  PHIS-EFFECTIVE-DATE         PIC X(8).
           05  PHIS-UPDATE-CODE            PIC XXXX.
           05  PHIS-PRIOR-IMAGE            PIC X(80).

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-KEY.
               10  AGENT-STATE          PIC XX.
               10  AGENT-TERRITORY      PIC X(20).
           05  AGENT-NAME               PIC X(20).
           05  AGENT-PHONE-NR           PIC X(13).
           05  AGENT-ADDRESS            PIC X(25).
           05  AGENT-ACTIVE-FLAG        PIC X.
               88  AGENT-IS-ACTIVE       VALUE 'Y'.

       FD  PREMIUM-PARMS.
       01  PREMIUM-PARM-RECORD.
           05  PPRM-POLICY-TYPE        PIC XXXX.
           05  PPRM-FLAT-PREMIUM       PIC 9(5)V99.

       FD  NEW-DECL-VALUES.
       01  NEW-DECL-VALUES-RECORD      PIC X(300).

       FD  AMENDED-DECL-VALUES.
       01  AMENDED-DECL-VALUES-RECORD  PIC X(300).

       FD  DECL-REGISTER.
       01  REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  ACTIVITY-STATUS             PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  AGENT-STATUS                PIC XX VALUE '00'.
       01  PARM-STATUS                 PIC XX.
       01  ACTIVITY-EOF-STATUS         PIC X VALUE 'N'.
           88  ACTIVITY-END            VALUE 'Y'.
       01  PARM-EOF-STATUS             PIC X VALUE 'N'.
           88  PARM-END                VALUE 'Y'.
       01  HISTORY-FILE-AVAILABLE      PIC X VALUE 'N'.
       01  AGENT-FILE-AVAILABLE        PIC X VALUE 'N'.
       01  AGENT-FOUND-SWITCH          PIC X.
           88  AGENT-FOUND             VALUE 'Y'.
       01  PRIOR-FOUND-SWITCH          PIC X.
           88  PRIOR-IMAGE-FOUND       VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  DEFAULT-FLAT-PREMIUM        PIC 9(5)V99 VALUE 250.00.
       01  NR-PREMIUM-PARMS            PIC 99 VALUE ZERO.
       01  PARM-SUB                    PIC 99.
       01  PREMIUM-PARM-TABLE.
           05  PREMIUM-PARM-ENTRY OCCURS 50 TIMES.
               10  PTBL-POLICY-TYPE    PIC XXXX.
               10  PTBL-FLAT-PREMIUM   PIC 9(5)V99.
       01  POLICY-PREMIUM              PIC 9(5)V99.
       01  AUTOPREM-REQUEST.
           05  APRM-VEHICLE.
               10  APRM-AUTO-YEAR      PIC XX.
               10  APRM-AUTO-BRAND     PIC X(10).
           05  APRM-GARAGING.
               10  APRM-STATE          PIC XX.
               10  APRM-TERRITORY      PIC X(10).
           05  APRM-DRIVER-BIRTH-DATE  PIC X(8).
           05  APRM-POLICY-HOLDER      PIC X(20).
           05  APRM-RATING-DATE        PIC 9(8).
           05  APRM-PREMIUM            PIC 9(5)V99.
           05  APRM-RATE-VERSION       PIC 9(8).
           05  APRM-FACTORS.
               10  APRM-DRIVER-AGE     PIC 99.
               10  APRM-AGE-FACTOR     PIC 9V99.
               10  APRM-TERRITORY-FACTOR
                                       PIC 9V99.
               10  APRM-PRIOR-CLAIMS   PIC 99.
               10  APRM-CLAIMS-FACTOR  PIC 9V99.
               10  APRM-MULTI-POLICY-FACTOR
                                       PIC 9V99.
               10  APRM-FACTOR-VERSION PIC 9(8).
       01  AUTOPREM-RETURN             PIC XX.

      *  The policy being declared, and for an endorsement the
      *  policy as it stood before -- both in the POLMSTR layout
      *  POLHIST.DAT keeps its before-images in.
       01  DECLARED-IMAGE.
           05  DCL-POLICY-NUMBER           PIC X(12).
           05  DCL-POLICY-TYPE             PIC XXXX.
           05  DCL-POLICY-DATE             PIC X(8).
           05  DCL-POLICY-HOLDER           PIC X(20).
           05  DCL-POLICY-MISC-INFO.
               10  DCL-POLICY-STATE        PIC XX.
               10  DCL-POLICY-TERRITORY    PIC X(10).
           05  DCL-POLICY-AUTO-INFO.
               10  DCL-AUTO-YEAR           PIC XX.
               10  DCL-AUTO-BRAND          PIC X(10).
           05  FILLER                      PIC X(9).
           05  DCL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).
       01  PRIOR-IMAGE.
           05  PRI-POLICY-NUMBER           PIC X(12).
           05  PRI-POLICY-TYPE             PIC XXXX.
           05  PRI-POLICY-DATE             PIC X(8).
           05  PRI-POLICY-HOLDER           PIC X(20).
           05  PRI-POLICY-MISC-INFO        PIC X(12).
           05  PRI-POLICY-AUTO-INFO        PIC X(12).
           05  FILLER                      PIC X(9).
           05  PRI-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       01  INSERTION-VALUES.
           05  INS-VALUE-ENTRY         PIC X(15) OCCURS 20 TIMES.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  DATE-EDITED.
           05  DTE-MONTH               PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-DAY                 PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-YEAR                PIC X(4).
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
       01  CHANGE-COUNT                PIC 9.
       01  CHANGE-NAME                 PIC X(15).
       01  CHANGE-TAG                  PIC X(15).
       01  NOTE-POINTER                PIC 99.

       01  DECLARATION-COUNTS.
           05  NEW-BUSINESS-COUNT      PIC 9(5) VALUE ZERO.
           05  REINSTATEMENT-COUNT     PIC 9(5) VALUE ZERO.
           05  AMENDED-COUNT           PIC 9(5) VALUE ZERO.
           05  NO-ADDRESS-COUNT        PIC 9(5) VALUE ZERO.
           05  NOT-PRINTED-COUNT       PIC 9(5) VALUE ZERO.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'DECLARATIONS PAGE REGISTER'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE '.
           05  RGH-RUN-DATE            PIC 9(8).
       01  REGISTER-COLUMNS.
           05  FILLER                  PIC X(29) VALUE
               'POLICY        PAGE'.
           05  FILLER                  PIC X(17) VALUE
               'TYPE    PREMIUM'.
           05  FILLER                  PIC X(14) VALUE
               'CHANGES / NOTE'.
       01  REGISTER-DETAIL.
           05  RGD-POLICY-NUMBER       PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-PAGE-TEXT           PIC X(13).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-POLICY-TYPE         PIC XXXX.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-PREMIUM             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-NOTE                PIC X(30).
       01  REGISTER-TOTAL-LINE.
           05  RGT-LABEL               PIC X(30).
           05  RGT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0100-LOAD-PREMIUM-PARMS.
           OPEN INPUT APPLIED-ACTIVITY-FILE.
           IF ACTIVITY-STATUS NOT = '00'
               DISPLAY 'DECLPRT: NO POLACTV.DAT, NOTHING TO DECLARE'
               STOP RUN.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
               DISPLAY 'DECLPRT: CANNOT OPEN POLMSTR, STATUS '
                   POLICY-STATUS
               STOP RUN.
           OPEN INPUT POLICY-HISTORY.
           IF HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-FILE-AVAILABLE.
           OPEN INPUT AGENT-INFO-FILE.
           IF AGENT-STATUS = '00'
               MOVE 'Y' TO AGENT-FILE-AVAILABLE.
           OPEN OUTPUT NEW-DECL-VALUES
                       AMENDED-DECL-VALUES
                       DECL-REGISTER.
           MOVE CURRENT-DATE-INTEGER TO RGH-RUN-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM REGISTER-COLUMNS.
           PERFORM 0800-READ-ACTIVITY.
           PERFORM 0200-DECLARE-ONE-POLICY
               UNTIL ACTIVITY-END.
           PERFORM 0700-PRINT-TOTALS.
           CLOSE APPLIED-ACTIVITY-FILE
                 POLICY-MASTER
                 NEW-DECL-VALUES
                 AMENDED-DECL-VALUES
                 DECL-REGISTER.
           IF HISTORY-FILE-AVAILABLE = 'Y'
               CLOSE POLICY-HISTORY.
           IF AGENT-FILE-AVAILABLE = 'Y'
               CLOSE AGENT-INFO-FILE.
           DISPLAY 'DECLPRT: ' NEW-BUSINESS-COUNT ' NEW, '
               REINSTATEMENT-COUNT ' REINSTATED, '
               AMENDED-COUNT ' AMENDED, '
               NOT-PRINTED-COUNT ' NOT PRINTED'.
           STOP RUN.

       0100-LOAD-PREMIUM-PARMS.
           OPEN INPUT PREMIUM-PARMS.
           IF PARM-STATUS = '00'
               PERFORM UNTIL PARM-END
                   READ PREMIUM-PARMS
                       AT END
                           MOVE 'Y' TO PARM-EOF-STATUS
                       NOT AT END
                           IF NR-PREMIUM-PARMS < 50
                             AND PPRM-FLAT-PREMIUM NUMERIC
                               ADD 1 TO NR-PREMIUM-PARMS
                               MOVE PPRM-POLICY-TYPE TO
                                   PTBL-POLICY-TYPE
                                       (NR-PREMIUM-PARMS)
                               MOVE PPRM-FLAT-PREMIUM TO
                                   PTBL-FLAT-PREMIUM
                                       (NR-PREMIUM-PARMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREMIUM-PARMS.

       0200-DECLARE-ONE-POLICY.
           PERFORM 0250-BUILD-DECLARATION.
           PERFORM 0800-READ-ACTIVITY.

       0250-BUILD-DECLARATION.
           MOVE SPACES TO RGD-NOTE.
           MOVE 1 TO NOTE-POINTER.
           MOVE ACTV-POLICY-NUMBER TO RGD-POLICY-NUMBER.
           MOVE ACTV-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   MOVE 'NOT PRINTED' TO RGD-PAGE-TEXT
                   MOVE SPACES TO RGD-POLICY-TYPE
                   MOVE ZERO TO RGD-PREMIUM
                   MOVE 'POLICY NOT ON POLMSTR' TO RGD-NOTE
                   WRITE REGISTER-LINE FROM REGISTER-DETAIL
                   ADD 1 TO NOT-PRINTED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE POLICY-MASTER-RECORD TO DECLARED-IMAGE.
           IF ACTV-ENDORSEMENT-SEQ > ZERO
             AND ACTV-ENDORSEMENT-SEQ < 999
             AND HISTORY-FILE-AVAILABLE = 'Y'
               PERFORM 0300-FIND-AFTER-IMAGE.
           PERFORM 0400-RATE-PREMIUM.
           PERFORM 0450-FIND-SERVICING-AGENT.
           PERFORM 0500-BUILD-COMMON-VALUES.
           MOVE DCL-POLICY-TYPE TO RGD-POLICY-TYPE.
           MOVE POLICY-PREMIUM TO RGD-PREMIUM.
           EVALUATE TRUE
               WHEN ACTV-IS-CHANGE
                   PERFORM 0600-NOTE-CHANGES
                   WRITE AMENDED-DECL-VALUES-RECORD
                       FROM INSERTION-VALUES
                   MOVE 'AMENDED' TO RGD-PAGE-TEXT
                   ADD 1 TO AMENDED-COUNT
               WHEN ACTV-IS-REINSTATE
                   MOVE 'REINSTATEMENT' TO INS-VALUE-ENTRY (18)
                   PERFORM 0550-TERRITORY-VALUE
                   WRITE NEW-DECL-VALUES-RECORD
                       FROM INSERTION-VALUES
                   MOVE 'REINSTATEMENT' TO RGD-PAGE-TEXT
                   ADD 1 TO REINSTATEMENT-COUNT
               WHEN OTHER
                   MOVE 'NEW BUSINESS' TO INS-VALUE-ENTRY (18)
                   PERFORM 0550-TERRITORY-VALUE
                   WRITE NEW-DECL-VALUES-RECORD
                       FROM INSERTION-VALUES
                   MOVE 'NEW BUSINESS' TO RGD-PAGE-TEXT
                   ADD 1 TO NEW-BUSINESS-COUNT
           END-EVALUATE.
           IF NOT BILL-TO-RESOLVED
               MOVE 'NO ADDRESS' TO CHANGE-TAG
               PERFORM 0680-ADD-TO-NOTE
               ADD 1 TO NO-ADDRESS-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

      *  A later endorsement already on POLHIST.DAT replaced this
      *  one; its before-image is the policy as this transaction
      *  left it, which is what this page declares.
       0300-FIND-AFTER-IMAGE.
           MOVE ACTV-POLICY-NUMBER TO PHIS-POLICY-NUMBER.
           COMPUTE PHIS-ENDORSEMENT-SEQ = ACTV-ENDORSEMENT-SEQ + 1.
           READ POLICY-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PHIS-PRIOR-IMAGE TO DECLARED-IMAGE
           END-READ.

      *  Rated as PREMBILL bills: AUTO with a live rate at the
      *  AUTOPREM rated premium, everything else at the flat
      *  premium for its type.
       0400-RATE-PREMIUM.
           MOVE DEFAULT-FLAT-PREMIUM TO POLICY-PREMIUM.
           PERFORM VARYING PARM-SUB FROM 1 BY 1
               UNTIL PARM-SUB > NR-PREMIUM-PARMS
               IF PTBL-POLICY-TYPE (PARM-SUB) = DCL-POLICY-TYPE
                   MOVE PTBL-FLAT-PREMIUM (PARM-SUB)
                       TO POLICY-PREMIUM
                   MOVE NR-PREMIUM-PARMS TO PARM-SUB
               END-IF
           END-PERFORM.
           IF DCL-POLICY-TYPE = 'AUTO'
               MOVE DCL-POLICY-AUTO-INFO TO APRM-VEHICLE
               MOVE DCL-POLICY-MISC-INFO TO APRM-GARAGING
               MOVE DCL-DRIVER-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE
               MOVE DCL-POLICY-HOLDER TO APRM-POLICY-HOLDER
               MOVE CURRENT-DATE-INTEGER TO APRM-RATING-DATE
               CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN
               IF AUTOPREM-RETURN = '00'
                   MOVE APRM-PREMIUM TO POLICY-PREMIUM
               END-IF
           END-IF.

      *  Same agent pick AGTOVRD makes: the active agent whose key
      *  starts at the policy's state and territory.
       0450-FIND-SERVICING-AGENT.
           MOVE 'N' TO AGENT-FOUND-SWITCH.
           IF AGENT-FILE-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH.
           MOVE DCL-POLICY-STATE TO AGENT-STATE.
           MOVE SPACES TO AGENT-TERRITORY.
           MOVE DCL-POLICY-TERRITORY TO AGENT-TERRITORY (1:10).
           START AGENT-INFO-FILE
               KEY IS NOT LESS THAN AGENT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF AGENT-STATUS = '00'
               READ AGENT-INFO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGENT-STATE = DCL-POLICY-STATE
                         AND AGENT-TERRITORY (1:10) =
                                 DCL-POLICY-TERRITORY
                         AND AGENT-IS-ACTIVE
                           MOVE 'Y' TO AGENT-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.

       0500-BUILD-COMMON-VALUES.
           MOVE SPACES TO INSERTION-VALUES.
           MOVE DCL-POLICY-NUMBER TO INS-VALUE-ENTRY (1).
           MOVE DCL-POLICY-HOLDER TO SPLIT-TEXT.
           PERFORM 0620-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (2).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (3).
           EVALUATE DCL-POLICY-TYPE
               WHEN 'LIFE'
                   MOVE 'LIFE' TO INS-VALUE-ENTRY (4)
               WHEN 'AUTO'
                   MOVE 'AUTOMOBILE' TO INS-VALUE-ENTRY (4)
               WHEN 'HLTH'
                   MOVE 'HEALTH' TO INS-VALUE-ENTRY (4)
               WHEN 'UMBR'
                   MOVE 'UMBRELLA' TO INS-VALUE-ENTRY (4)
               WHEN 'RENT'
                   MOVE 'RENTERS' TO INS-VALUE-ENTRY (4)
               WHEN OTHER
                   MOVE DCL-POLICY-TYPE TO INS-VALUE-ENTRY (4)
           END-EVALUATE.
           MOVE DCL-POLICY-DATE (5:2) TO DTE-MONTH.
           MOVE DCL-POLICY-DATE (7:2) TO DTE-DAY.
           MOVE DCL-POLICY-DATE (1:4) TO DTE-YEAR.
           MOVE DATE-EDITED TO INS-VALUE-ENTRY (5).
           MOVE POLICY-PREMIUM TO AMOUNT-EDITED.
           MOVE FUNCTION TRIM (AMOUNT-EDITED) TO INS-VALUE-ENTRY (6).
           IF DCL-POLICY-TYPE = 'AUTO'
               STRING DCL-AUTO-YEAR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DCL-AUTO-BRAND DELIMITED BY SIZE
                      INTO INS-VALUE-ENTRY (7)
           ELSE
               MOVE 'NOT APPLICABLE' TO INS-VALUE-ENTRY (7).
           IF AGENT-FOUND
               MOVE AGENT-NAME TO SPLIT-TEXT
               PERFORM 0620-SPLIT-ADDRESS-TEXT
               MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (8)
               MOVE SPLIT-REST TO INS-VALUE-ENTRY (9)
               MOVE AGENT-PHONE-NR TO INS-VALUE-ENTRY (10)
           ELSE
               MOVE 'HOME OFFICE' TO INS-VALUE-ENTRY (8).
           MOVE DCL-POLICY-NUMBER (1:8) TO BILLADDR-ACCOUNT-NR.
           CALL 'BILLADDR' USING BILLADDR-ACCOUNT-NR
               BILLADDR-ADDRESS BILLADDR-RETURN.
           IF BILL-TO-RESOLVED
               MOVE BA-NAME TO SPLIT-TEXT
               PERFORM 0620-SPLIT-ADDRESS-TEXT
               MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (11)
               MOVE SPLIT-REST TO INS-VALUE-ENTRY (12)
               MOVE BA-STREET TO SPLIT-TEXT
               PERFORM 0620-SPLIT-ADDRESS-TEXT
               MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (13)
               MOVE SPLIT-REST TO INS-VALUE-ENTRY (14)
               MOVE BA-CITY TO INS-VALUE-ENTRY (15)
               MOVE BA-STATE TO INS-VALUE-ENTRY (16)
               MOVE BA-ZIP TO INS-VALUE-ENTRY (17)
           ELSE
               MOVE INS-VALUE-ENTRY (2) TO INS-VALUE-ENTRY (11)
               MOVE INS-VALUE-ENTRY (3) TO INS-VALUE-ENTRY (12).

       0550-TERRITORY-VALUE.
           STRING DCL-POLICY-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DCL-POLICY-TERRITORY DELIMITED BY SIZE
                  INTO INS-VALUE-ENTRY (19).

      *  The endorsement's own before-image is the comparison: each
      *  term that differs is named on the page and on the
      *  register.
       0600-NOTE-CHANGES.
           MOVE ZERO TO CHANGE-COUNT.
           MOVE 'N' TO PRIOR-FOUND-SWITCH.
           IF ACTV-ENDORSEMENT-SEQ > ZERO
             AND HISTORY-FILE-AVAILABLE = 'Y'
               MOVE ACTV-POLICY-NUMBER TO PHIS-POLICY-NUMBER
               MOVE ACTV-ENDORSEMENT-SEQ TO PHIS-ENDORSEMENT-SEQ
               READ POLICY-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PHIS-PRIOR-IMAGE TO PRIOR-IMAGE
                       MOVE 'Y' TO PRIOR-FOUND-SWITCH
               END-READ
           END-IF.
           IF NOT PRIOR-IMAGE-FOUND
               MOVE 'NOT RECORDED' TO INS-VALUE-ENTRY (18)
               MOVE 'NO BEFORE-IMAGE' TO CHANGE-TAG
               PERFORM 0680-ADD-TO-NOTE
               EXIT PARAGRAPH.
           IF DCL-POLICY-HOLDER NOT = PRI-POLICY-HOLDER
               MOVE 'POLICYHOLDER' TO CHANGE-NAME
               MOVE 'HOLDER' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF DCL-POLICY-DATE NOT = PRI-POLICY-DATE
               MOVE 'EFFECTIVE DATE' TO CHANGE-NAME
               MOVE 'DATE' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF DCL-POLICY-MISC-INFO NOT = PRI-POLICY-MISC-INFO
               MOVE 'TERRITORY' TO CHANGE-NAME
               MOVE 'TERR' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF DCL-POLICY-AUTO-INFO NOT = PRI-POLICY-AUTO-INFO
               MOVE 'VEHICLE' TO CHANGE-NAME
               MOVE 'VEHICLE' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF DCL-POLICY-TYPE NOT = PRI-POLICY-TYPE
               MOVE 'COVERAGE' TO CHANGE-NAME
               MOVE 'TYPE' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF DCL-DRIVER-BIRTH-DATE NOT = PRI-DRIVER-BIRTH-DATE
               MOVE 'DRIVER' TO CHANGE-NAME
               MOVE 'DRIVER' TO CHANGE-TAG
               PERFORM 0650-ADD-CHANGE.
           IF CHANGE-COUNT = ZERO
               MOVE 'NO TERMS' TO INS-VALUE-ENTRY (18)
               MOVE 'NO CHANGE' TO CHANGE-TAG
               PERFORM 0680-ADD-TO-NOTE.

       0650-ADD-CHANGE.
           ADD 1 TO CHANGE-COUNT.
           IF CHANGE-COUNT < 4
               MOVE CHANGE-NAME TO INS-VALUE-ENTRY (CHANGE-COUNT + 17)
           ELSE
               MOVE 'OTHER TERMS' TO INS-VALUE-ENTRY (20).
           PERFORM 0680-ADD-TO-NOTE.

       0680-ADD-TO-NOTE.
           STRING CHANGE-TAG DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  INTO RGD-NOTE
                  POINTER NOTE-POINTER
           END-STRING.

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

       0700-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NEW BUSINESS PAGES' TO RGT-LABEL.
           MOVE NEW-BUSINESS-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'REINSTATEMENT PAGES' TO RGT-LABEL.
           MOVE REINSTATEMENT-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'AMENDED PAGES' TO RGT-LABEL.
           MOVE AMENDED-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'PAGES WITH NO ADDRESS' TO RGT-LABEL.
           MOVE NO-ADDRESS-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'NOT PRINTED' TO RGT-LABEL.
           MOVE NOT-PRINTED-COUNT TO RGT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

       0800-READ-ACTIVITY.
           READ APPLIED-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO ACTIVITY-EOF-STATUS.
