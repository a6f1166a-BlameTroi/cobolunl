      *  Pricing: the override rate and the deemed premium come from
      *  OVRDRATE.DAT (in the COMMRATE.DAT style); for AUTO policies
      *  with a rate on RATEBILD's AUTORATE file, the deemed premium
      *  is replaced by the premium AUTOPREM rates for the policy --
      *  rate and rating factors, as PREMBILL bills it.  The
      *  override is premium times rate.
      *
      *  The commission-owed stream is keyed by a nine-character
      *  salesman ID, which agents don't have, so the override payee
      *  the territory -- the same identification the worklists use.
      *  Overrides carry record type 'O' in the column after the
      *  amounts, the way COMMADJ marks its clawbacks with 'A'.
      *
      *  No override is paid on a policy the agent was not licensed
      *  to write: the LICCHK service checks the agent's AGTLIC.DAT
      *  license for the policy's state -- the line of authority,
      *  the license in force on the policy date, and the carrier
      *  appointment.  A withheld override is listed on the register
      *  with the reason and counted in the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT OVERRIDE-RATE-PARMS  ASSIGN TO "OVRDRATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           05  POLICY-AUTO-INFO.
               10  POLICY-AUTO-YEAR        PIC XX.
               10  POLICY-AUTO-BRAND       PIC X(10).
           05  POLICY-DRIVER-BIRTH-DATE    PIC X(8).

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-ACTIVE-FLAG        PIC X.
               88  AGENT-IS-ACTIVE       VALUE 'Y'.

       FD  OVERRIDE-RATE-PARMS.
       01  OVERRIDE-RATE-RECORD.
           05  OVRD-RATE-PCT            PIC V999.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  AGENT-STATUS                PIC XX VALUE '00'.
       01  PARM-STATUS                 PIC XX.
       01  POLICY-EOF-STATUS           PIC X VALUE 'N'.
           88  POLICY-EOF              VALUE 'Y'.
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
       01  OVERRIDE-RATE               PIC V999 VALUE .010.
       01  DEEMED-PREMIUM              PIC 9(5)V99 VALUE 500.00.
       01  PREMIUM-BASIS               PIC 9(5)V99.
       01  OVERRIDES-WRITTEN-COUNT     PIC 9(5) VALUE ZERO.
       01  OVERRIDE-TOTAL-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01  NO-AGENT-COUNT              PIC 9(5) VALUE ZERO.
       01  WITHHELD-COUNT              PIC 9(5) VALUE ZERO.
       01  LICCHK-RETURN               PIC XX.
           88  AGENT-LICENSED          VALUE '00'.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
           05  REG-TOTAL-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE '  NO AGENT:  '.
           05  REG-NO-AGENT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  WITHHELD: '.
           05  REG-WITHHELD            PIC ZZ,ZZ9.
       01  REGISTER-WITHHELD-LINE.
           05  RWH-PAYEE-ID            PIC X(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RWH-AGENT-NAME          PIC X(20).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RWH-POLICY-NUMBER       PIC X(12).
           05  FILLER                  PIC X(11) VALUE '  WITHHELD '.
           05  RWH-REASON              PIC X(22).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                      AGENT-INFO-FILE
                OUTPUT OVERRIDE-REGISTER.
           OPEN EXTEND COMMISSIONS-OWED-FILE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE OVERRIDES-WRITTEN-COUNT TO REG-TOTAL-COUNT.
           MOVE OVERRIDE-TOTAL-AMOUNT TO REG-TOTAL-AMOUNT.
           MOVE NO-AGENT-COUNT TO REG-NO-AGENT.
           MOVE WITHHELD-COUNT TO REG-WITHHELD.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           CLOSE POLICY-EDITED
                 AGENT-INFO-FILE
                 COMMISSIONS-OWED-FILE
           IF POLICY-ADD
               PERFORM 0300-FIND-TERRITORY-AGENT
               IF AGENT-FOUND
                   CALL 'LICCHK' USING AGENT-KEY POLICY-STATE
                       POLICY-TYPE POLICY-DATE LICCHK-RETURN
                   IF AGENT-LICENSED
                       PERFORM 0400-WRITE-OVERRIDE
                   ELSE
                       PERFORM 0500-LIST-WITHHELD
                   END-IF
               ELSE
                   ADD 1 TO NO-AGENT-COUNT
               END-IF

       0400-WRITE-OVERRIDE.
           MOVE DEEMED-PREMIUM TO PREMIUM-BASIS.
           IF POLICY-TYPE = 'AUTO'
               PERFORM 0450-RATE-AUTO-PREMIUM
               IF AUTOPREM-RETURN = '00'
                   MOVE APRM-PREMIUM TO PREMIUM-BASIS
               END-IF
           END-IF.
           COMPUTE OVERRIDE-AMOUNT ROUNDED =
           MOVE OVERRIDE-AMOUNT TO REG-OVERRIDE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0500-LIST-WITHHELD.
           ADD 1 TO WITHHELD-COUNT.
           MOVE SPACES TO RWH-PAYEE-ID.
           STRING 'A' DELIMITED BY SIZE
                  AGENT-STATE DELIMITED BY SIZE
                  AGENT-TERRITORY (1:6) DELIMITED BY SIZE
                  INTO RWH-PAYEE-ID.
           MOVE AGENT-NAME TO RWH-AGENT-NAME.
           MOVE POLICY-NUMBER TO RWH-POLICY-NUMBER.
           EVALUATE LICCHK-RETURN
               WHEN '01'
                   MOVE 'NOT LICENSED IN STATE' TO RWH-REASON
               WHEN '02'
                   MOVE 'LINE NOT AUTHORIZED' TO RWH-REASON
               WHEN '03'
                   MOVE 'LICENSE NOT IN FORCE' TO RWH-REASON
               WHEN OTHER
                   MOVE 'NOT APPOINTED' TO RWH-REASON
           END-EVALUATE.
           WRITE REGISTER-LINE FROM REGISTER-WITHHELD-LINE.

      *  Rated as of today, the way PREMBILL bills it.
       0450-RATE-AUTO-PREMIUM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE POLICY-AUTO-INFO TO APRM-VEHICLE.
           MOVE POLICY-MISC-INFO TO APRM-GARAGING.
           MOVE POLICY-DRIVER-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE.
           MOVE POLICY-HOLDER TO APRM-POLICY-HOLDER.
           MOVE CURRENT-DATE-INTEGER TO APRM-RATING-DATE.
           CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN.

       0800-READ-EDITED-POLICY.
           READ POLICY-EDITED
               AT END
                   MOVE 'Y' TO POLICY-EOF-STATUS.
