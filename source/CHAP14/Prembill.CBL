      *  billing subsystem ran statements, dunning, and collections
      *  for everything else.  Run monthly, this job:
      *
      *    - rates each active policy's premium: AUTO policies
      *      through AUTOPREM -- the AUTORATE base premium times
      *      surcharge factor and the driver age, territory, prior
      *      claims, and multi-policy factors, the same rating
      *      AUTOSVC quotes on; every other type at the
      *      flat premium for its POLICY-TYPE from PREMPARM.DAT
      *      (compiled default when the type is not listed);
      *    - makes sure the policy has a billing account on the
      *      PREMCHG.DAT in the DAYPMTS.DAT layout; operations
      *      merges it into the night's payment batch and the
      *      charge rides the normal BILLUPDT cycle -- from there a
      *      lapsed premium is just another overdue account.  The
      *      charge names its invoice 'PRM' plus the billing month,
      *      so the month's premium is its own open item;
      *    - registers every charge on PREMREG.DAT and refuses to
      *      bill the same month twice (PREMCTL.DAT guard, the
      *      COMMYECT.DAT pattern);
      *    - appends every charge to PREMHIST.DAT -- billing month,
      *      policy, type, and premium -- the running premium
      *      history LOSSRPT sets claims against; the register is
      *      only ever this month's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       LINE SEQUENTIAL.
           SELECT PREMIUM-REGISTER     ASSIGN TO "PREMREG.DAT"
                                       LINE SEQUENTIAL.
           SELECT PREMIUM-HISTORY      ASSIGN TO "PREMHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS HISTORY-STATUS.
           SELECT BILLING-GUARD-FILE   ASSIGN TO "PREMCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS GUARD-STATUS.
           05  POL-MASTER-STATUS           PIC X.
               88  POL-IS-ACTIVE            VALUE 'A'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  POL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  FILLER                  PIC X(11).
           05  PYMT-INVOICE-NR         PIC X(12).
           05  PYMT-INVOICE-DATE       PIC 9(8).
           05  PYMT-CHARGE-SOURCE      PIC X(3).
           05  FILLER                  PIC X(22).

       FD  PREMIUM-REGISTER.
       01  REGISTER-LINE               PIC X(80).

       FD  PREMIUM-HISTORY.
       01  PREMIUM-HISTORY-RECORD.
           05  PHST-BILLING-MONTH      PIC 9(6).
           05  PHST-POLICY-NUMBER      PIC X(12).
           05  PHST-POLICY-TYPE        PIC XXXX.
           05  PHST-PREMIUM            PIC 9(5)V99.

       FD  BILLING-GUARD-FILE.
       01  BILLING-GUARD-RECORD.
           05  GCTL-LAST-MONTH-BILLED  PIC 9(6).

       WORKING-STORAGE SECTION.
       01  POLICY-STATUS               PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  GUARD-STATUS                PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  POLICY-EOF-STATUS           PIC X VALUE 'N'.
           88  POLICY-EOF              VALUE 'Y'.
       01  PARM-EOF-STATUS             PIC X VALUE 'N'.
           88  PARM-END                VALUE 'Y'.
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
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
               DISPLAY 'PREMBILL: UNABLE TO OPEN POLMSTR, STATUS: '
                   POLICY-STATUS
               STOP RUN.
           OPEN I-O BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'PREMBILL: UNABLE TO OPEN BILLMSTR.DAT, '
               STOP RUN.
           OPEN OUTPUT PREMIUM-CHARGES
                       PREMIUM-REGISTER.
           OPEN EXTEND PREMIUM-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               OPEN OUTPUT PREMIUM-HISTORY.
           MOVE BILLING-MONTH TO HDG-MONTH.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE.
           CLOSE POLICY-MASTER
                 BILLING-MASTER
                 PREMIUM-CHARGES
                 PREMIUM-REGISTER
                 PREMIUM-HISTORY.
           PERFORM 0900-RECORD-MONTH-BILLED.
           DISPLAY 'PREMBILL: ' POLICIES-BILLED-COUNT
               ' POLICIES BILLED FOR ' BILLING-MONTH.
               PERFORM 0400-ENSURE-BILLING-ACCOUNT
               PERFORM 0500-WRITE-CHARGE-AND-REGISTER.

      *  AUTO with a live rate bills the AUTOPREM rated premium;
      *  everything else bills the flat premium for its type.
       0300-RATE-PREMIUM.
           MOVE 'FLAT ' TO PREMIUM-SOURCE.
           MOVE DEFAULT-FLAT-PREMIUM TO POLICY-PREMIUM.
               END-IF
           END-PERFORM.
           IF POL-POLICY-TYPE = 'AUTO'
               MOVE POL-POLICY-AUTO-INFO TO APRM-VEHICLE
               MOVE POL-POLICY-MISC-INFO TO APRM-GARAGING
               MOVE POL-DRIVER-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE
               MOVE POL-POLICY-HOLDER TO APRM-POLICY-HOLDER
               MOVE CURRENT-DATE-INTEGER TO APRM-RATING-DATE
               CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN
               IF AUTOPREM-RETURN = '00'
                   MOVE APRM-PREMIUM TO POLICY-PREMIUM
                   MOVE 'RATED' TO PREMIUM-SOURCE
               END-IF
           END-IF.

      *  The billing account is the leading eight characters of the
      *  policy number.  A policyholder new to billing gets a clean
      *  master record; the charge itself still posts through the
           MOVE POLICY-PREMIUM TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT.
           MOVE 'C' TO PYMT-TRANS-TYPE.
           MOVE SPACES TO PYMT-INVOICE-NR.
           STRING 'PRM' DELIMITED BY SIZE
                  BILLING-MONTH DELIMITED BY SIZE
                  INTO PYMT-INVOICE-NR.
           MOVE CURRENT-DATE-INTEGER TO PYMT-INVOICE-DATE.
           MOVE 'PRM' TO PYMT-CHARGE-SOURCE.
           WRITE PYMT-RECEIVED-RECORD.
           ADD 1 TO POLICIES-BILLED-COUNT.
           ADD POLICY-PREMIUM TO PREMIUM-TOTAL-AMOUNT.
           MOVE POLICY-PREMIUM TO REG-PREMIUM.
           MOVE PREMIUM-SOURCE TO REG-SOURCE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           MOVE BILLING-MONTH TO PHST-BILLING-MONTH.
           MOVE POL-POLICY-NUMBER TO PHST-POLICY-NUMBER.
           MOVE POL-POLICY-TYPE TO PHST-POLICY-TYPE.
           MOVE POLICY-PREMIUM TO PHST-PREMIUM.
           WRITE PREMIUM-HISTORY-RECORD.

       0900-RECORD-MONTH-BILLED.
           OPEN OUTPUT BILLING-GUARD-FILE.
