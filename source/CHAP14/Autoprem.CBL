       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUTOPREM.

      *  Auto premium rating service -- the one place an AUTO
      *  premium is worked out, for AUTOSVC quotes (and so the
      *  MAINAUTO and CGIQUOTE quote screens), PREMBILL billing,
      *  the AGTOVRD and AGTSTMT overrides, DECLPRT declarations,
      *  and the UPRRPT reserve.  The premium is RATEBILD's
      *  AUTORATE base premium times surcharge factor for the year
      *  and brand -- the version in force on the rating date --
      *  times four rating factors:
      *
      *    AGE   driver age band, from the principal driver's birth
      *          date;
      *    TERR  garaging territory, by state and territory as on
      *          POL-POLICY-MISC-INFO (a blank territory covers the
      *          rest of the state);
      *    CLMS  prior claims -- claims on CLAIMS.DAT against any
      *          policy the holder has on POLMSTR, with a loss date
      *          in the three years up to the rating date, denied
      *          claims not counted;
      *    MULT  multi-policy discount, when the holder has an
      *          active LIFE or HLTH policy on POLMSTR.
      *
      *  The factors come from RATEFACT.DAT, one record per factor
      *  type, effective date, and key:
      *
      *    AGE   key = youngest and oldest age of the band (9999)
      *    TERR  key = state and territory
      *    CLMS  key = fewest prior claims the factor applies to
      *          (99); the highest one not over the count governs
      *    MULT  key blank
      *
      *  Each factor type is effective-dated the way AUTORATE is:
      *  the records of a type carrying the latest effective date
      *  on or before the rating date are that type's table in
      *  force, and a new date replaces the type's whole table from
      *  then on.  A factor with nothing in force or nothing
      *  matching is 1.00 -- so an empty or missing RATEFACT.DAT
      *  rates exactly as AUTORATE alone did, and a quote with no
      *  driver, garaging, or holder given is simply not factored
      *  for them.
      *
      *  In:   AUTOPREM-REQUEST -- year and brand, garaging state
      *        and territory, driver birth date (CCYYMMDD), holder
      *        name, rating date.
      *  Out:  the premium, the AUTORATE version and every factor
      *        that priced it (for the record of the quote), and
      *        AUTOPREM-RETURN:
      *          '00'  rated;
      *          '03'  no AUTORATE rate in force for the year and
      *                brand on the rating date;
      *          '99'  AUTORATE cannot be opened.
      *
      *  AUTORATE is opened on the first call and held open, the
      *  LICCHK way; the factor table, the holders with a LIFE or
      *  HLTH policy, and the claims are loaded on the first call
      *  as well.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTO-RATE-FILE       ASSIGN TO "AUTORATE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RATE-KEY
                                       FILE STATUS RATE-STATUS.
           SELECT RATING-FACTORS       ASSIGN TO "RATEFACT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS FACTOR-STATUS.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT CLAIMS-FILE          ASSIGN TO "CLAIMS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CLM-CLAIM-NUMBER
                                       FILE STATUS CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTO-RATE-FILE.
       01  AUTO-RATE-RECORD.
           05  RATE-KEY.
               10  RATE-YEAR            PIC XX.
               10  RATE-BRAND           PIC X(10).
               10  RATE-EFFECTIVE-DATE  PIC 9(8).
           05  RATE-BASE-PREMIUM        PIC 9(5)V99.
           05  RATE-SURCHARGE-FACTOR    PIC 9V99.
           05  FILLER                   PIC X(50).

       FD  RATING-FACTORS.
       01  RATING-FACTOR-RECORD.
           05  RFAC-FACTOR-TYPE         PIC XXXX.
           05  RFAC-EFFECTIVE-DATE      PIC 9(8).
           05  RFAC-KEY                 PIC X(12).
           05  RFAC-FACTOR              PIC 9V99.

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
               88  POL-IS-TERMINATED        VALUE 'T'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  POL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLM-CLAIM-NUMBER            PIC 9(8).
           05  CLM-POLICY-NUMBER           PIC X(12).
           05  CLM-LOSS-DATE               PIC 9(8).
           05  CLM-STATUS                  PIC X.
               88  CLM-IS-DENIED             VALUE 'D'.
           05  CLM-RESERVE-AMOUNT          PIC 9(7)V99.
           05  CLM-PAID-AMOUNT             PIC 9(7)V99.
           05  CLM-ENTERED-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  RATE-STATUS                 PIC XX.
       01  FACTOR-STATUS               PIC XX.
       01  POLICY-STATUS               PIC XX.
       01  CLAIM-STATUS                PIC XX.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  RATE-FILE-SWITCH            PIC X VALUE 'N'.
           88  RATE-FILE-OPEN          VALUE 'Y'.
       01  LOAD-EOF-STATUS             PIC X.
           88  LOAD-END                VALUE 'Y'.
       01  RATE-SCAN-EOF-STATUS        PIC X.
           88  RATE-SCAN-END             VALUE 'Y'.
       01  RATE-FOUND-SWITCH           PIC X.
           88  RATE-VERSION-FOUND        VALUE 'Y'.
       01  FOUND-BASE-PREMIUM          PIC 9(5)V99.
       01  FOUND-SURCHARGE-FACTOR      PIC 9V99.

      *  RATEFACT.DAT as loaded, and the version of each factor type
      *  in force on the rating date.
       01  NR-FACTORS                  PIC 999 VALUE ZERO.
       01  FACTOR-SUB                  PIC 999.
       01  FACTOR-TABLE.
           05  FACTOR-ENTRY OCCURS 300 TIMES.
               10  FTBL-FACTOR-TYPE    PIC XXXX.
               10  FTBL-EFFECTIVE-DATE PIC 9(8).
               10  FTBL-KEY            PIC X(12).
               10  FTBL-AGE-BAND REDEFINES FTBL-KEY.
                   15  FTBL-AGE-LOW    PIC 99.
                   15  FTBL-AGE-HIGH   PIC 99.
                   15  FILLER          PIC X(8).
               10  FTBL-GARAGING REDEFINES FTBL-KEY.
                   15  FTBL-STATE      PIC XX.
                   15  FTBL-TERRITORY  PIC X(10).
               10  FTBL-CLAIMS-KEY REDEFINES FTBL-KEY.
                   15  FTBL-MIN-CLAIMS PIC 99.
                   15  FILLER          PIC X(10).
               10  FTBL-FACTOR         PIC 9V99.
       01  VERSION-FACTOR-TYPE         PIC XXXX.
       01  VERSION-IN-FORCE            PIC 9(8).
       01  BEST-MIN-CLAIMS             PIC 99.
       01  STATE-FACTOR                PIC 9V99.
       01  TERRITORY-FOUND-SWITCH      PIC X.
           88  TERRITORY-FACTOR-FOUND    VALUE 'Y'.

      *  Holders with an active LIFE or HLTH policy, and the claims
      *  that count toward a holder's record -- each claim carried
      *  under the holder of its policy.
       01  NR-MULTI-HOLDERS            PIC 9(4) VALUE ZERO.
       01  HOLDER-SUB                  PIC 9(4).
       01  MULTI-HOLDER-TABLE.
           05  MULTI-HOLDER            PIC X(20) OCCURS 2000 TIMES.
       01  NR-CLAIMS                   PIC 9(4) VALUE ZERO.
       01  CLAIM-SUB                   PIC 9(4).
       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 3000 TIMES.
               10  CTBL-HOLDER         PIC X(20).
               10  CTBL-LOSS-DATE      PIC 9(8).
       01  LOOK-BACK-DATE              PIC 9(8).

       01  BIRTH-DATE-WORK.
           05  BIRTH-YEAR              PIC 9(4).
           05  BIRTH-MONTH-DAY         PIC 9(4).
       01  RATING-DATE-WORK.
           05  RATING-YEAR             PIC 9(4).
           05  RATING-MONTH-DAY        PIC 9(4).
       01  DRIVER-AGE-WORK             PIC 9(4).
       01  DATE-VALID-SWITCH           PIC X.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING AUTOPREM-REQUEST AUTOPREM-RETURN.
       0000-AUTOPREM-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               MOVE 'N' TO FIRST-TIME-STATUS
               PERFORM 0100-LOAD-RATING-FILES.
           MOVE ZERO TO APRM-PREMIUM
                        APRM-RATE-VERSION
                        APRM-DRIVER-AGE
                        APRM-PRIOR-CLAIMS
                        APRM-FACTOR-VERSION.
           MOVE 1 TO APRM-AGE-FACTOR
                     APRM-TERRITORY-FACTOR
                     APRM-CLAIMS-FACTOR
                     APRM-MULTI-POLICY-FACTOR.
           IF NOT RATE-FILE-OPEN
               MOVE '99' TO AUTOPREM-RETURN
               GOBACK.
           PERFORM 0200-FIND-RATE-IN-FORCE.
           IF NOT RATE-VERSION-FOUND
               MOVE '03' TO AUTOPREM-RETURN
               GOBACK.
           PERFORM 0300-AGE-FACTOR.
           PERFORM 0400-TERRITORY-FACTOR.
           PERFORM 0500-CLAIMS-FACTOR.
           PERFORM 0600-MULTI-POLICY-FACTOR.
           COMPUTE APRM-PREMIUM ROUNDED =
               FOUND-BASE-PREMIUM * FOUND-SURCHARGE-FACTOR
                   * APRM-AGE-FACTOR * APRM-TERRITORY-FACTOR
                   * APRM-CLAIMS-FACTOR * APRM-MULTI-POLICY-FACTOR.
           MOVE '00' TO AUTOPREM-RETURN.
           GOBACK.

       0100-LOAD-RATING-FILES.
           OPEN INPUT AUTO-RATE-FILE.
           IF RATE-STATUS = '00'
               MOVE 'Y' TO RATE-FILE-SWITCH
           ELSE
               DISPLAY 'AUTOPREM: UNABLE TO OPEN AUTORATE, STATUS: '
                   RATE-STATUS.
           OPEN INPUT RATING-FACTORS.
           IF FACTOR-STATUS = '00'
               MOVE 'N' TO LOAD-EOF-STATUS
               PERFORM 0110-LOAD-ONE-FACTOR
                   UNTIL LOAD-END
               CLOSE RATING-FACTORS.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO LOAD-EOF-STATUS.
           PERFORM 0120-LOAD-ONE-HOLDER
               UNTIL LOAD-END.
           OPEN INPUT CLAIMS-FILE.
           IF CLAIM-STATUS = '00'
               MOVE 'N' TO LOAD-EOF-STATUS
               PERFORM 0130-LOAD-ONE-CLAIM
                   UNTIL LOAD-END
               CLOSE CLAIMS-FILE.
           CLOSE POLICY-MASTER.

       0110-LOAD-ONE-FACTOR.
           READ RATING-FACTORS
               AT END
                   MOVE 'Y' TO LOAD-EOF-STATUS.
           IF NOT LOAD-END
             AND RFAC-EFFECTIVE-DATE NUMERIC
             AND RFAC-FACTOR NUMERIC
               IF NR-FACTORS < 300
                   ADD 1 TO NR-FACTORS
                   MOVE RFAC-FACTOR-TYPE
                       TO FTBL-FACTOR-TYPE (NR-FACTORS)
                   MOVE RFAC-EFFECTIVE-DATE
                       TO FTBL-EFFECTIVE-DATE (NR-FACTORS)
                   MOVE RFAC-KEY TO FTBL-KEY (NR-FACTORS)
                   MOVE RFAC-FACTOR TO FTBL-FACTOR (NR-FACTORS)
               ELSE
                   DISPLAY 'AUTOPREM: RATEFACT TABLE FULL, '
                       RFAC-FACTOR-TYPE ' ' RFAC-KEY ' IGNORED'.

       0120-LOAD-ONE-HOLDER.
           READ POLICY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO LOAD-EOF-STATUS.
           IF NOT LOAD-END
             AND POL-IS-ACTIVE
             AND (POL-POLICY-TYPE = 'LIFE' OR POL-POLICY-TYPE = 'HLTH')
               IF NR-MULTI-HOLDERS < 2000
                   ADD 1 TO NR-MULTI-HOLDERS
                   MOVE POL-POLICY-HOLDER
                       TO MULTI-HOLDER (NR-MULTI-HOLDERS)
               ELSE
                   DISPLAY 'AUTOPREM: HOLDER TABLE FULL, POLICY '
                       POL-POLICY-NUMBER ' IGNORED'.

       0130-LOAD-ONE-CLAIM.
           READ CLAIMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LOAD-EOF-STATUS.
           IF LOAD-END OR CLM-IS-DENIED
               EXIT PARAGRAPH.
           MOVE CLM-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NR-CLAIMS < 3000
               ADD 1 TO NR-CLAIMS
               MOVE POL-POLICY-HOLDER TO CTBL-HOLDER (NR-CLAIMS)
               MOVE CLM-LOSS-DATE TO CTBL-LOSS-DATE (NR-CLAIMS)
           ELSE
               DISPLAY 'AUTOPREM: CLAIM TABLE FULL, CLAIM '
                   CLM-CLAIM-NUMBER ' IGNORED'.

      *  The rate versions for a year/brand sit together in
      *  effective-date order, so the walk keeps the last version
      *  dated on or before the rating date and stops at the first
      *  one dated after it.
       0200-FIND-RATE-IN-FORCE.
           MOVE 'N' TO RATE-FOUND-SWITCH
                       RATE-SCAN-EOF-STATUS.
           MOVE APRM-AUTO-YEAR TO RATE-YEAR.
           MOVE APRM-AUTO-BRAND TO RATE-BRAND.
           MOVE ZERO TO RATE-EFFECTIVE-DATE.
           START AUTO-RATE-FILE
               KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
                   MOVE 'Y' TO RATE-SCAN-EOF-STATUS
           END-START.
           PERFORM UNTIL RATE-SCAN-END
               READ AUTO-RATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RATE-SCAN-EOF-STATUS
                   NOT AT END
                       IF RATE-YEAR NOT = APRM-AUTO-YEAR
                         OR RATE-BRAND NOT = APRM-AUTO-BRAND
                         OR RATE-EFFECTIVE-DATE > APRM-RATING-DATE
                           MOVE 'Y' TO RATE-SCAN-EOF-STATUS
                       ELSE
                           MOVE RATE-BASE-PREMIUM
                               TO FOUND-BASE-PREMIUM
                           MOVE RATE-SURCHARGE-FACTOR
                               TO FOUND-SURCHARGE-FACTOR
                           MOVE RATE-EFFECTIVE-DATE
                               TO APRM-RATE-VERSION
                           MOVE 'Y' TO RATE-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *  Age on the rating date, a birthday not yet reached that
      *  year taking one off.  A birth date that will not read, or
      *  lies after the rating date, leaves the age unknown (zero)
      *  and the factor at 1.00.
       0300-AGE-FACTOR.
           IF APRM-DRIVER-BIRTH-DATE NOT NUMERIC
               EXIT PARAGRAPH.
           CALL 'DATEEDIT' USING APRM-DRIVER-BIRTH-DATE
               DATE-VALID-SWITCH.
           IF DATE-VALID-SWITCH NOT = 'Y'
             OR APRM-DRIVER-BIRTH-DATE > APRM-RATING-DATE
               EXIT PARAGRAPH.
           MOVE APRM-DRIVER-BIRTH-DATE TO BIRTH-DATE-WORK.
           MOVE APRM-RATING-DATE TO RATING-DATE-WORK.
           COMPUTE DRIVER-AGE-WORK = RATING-YEAR - BIRTH-YEAR.
           IF RATING-MONTH-DAY < BIRTH-MONTH-DAY
               SUBTRACT 1 FROM DRIVER-AGE-WORK.
           IF DRIVER-AGE-WORK > 99
               MOVE 99 TO DRIVER-AGE-WORK.
           MOVE DRIVER-AGE-WORK TO APRM-DRIVER-AGE.
           MOVE 'AGE ' TO VERSION-FACTOR-TYPE.
           PERFORM 0700-FIND-VERSION-IN-FORCE.
           IF VERSION-IN-FORCE = ZERO
               EXIT PARAGRAPH.
           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > NR-FACTORS
               IF FTBL-FACTOR-TYPE (FACTOR-SUB) = 'AGE '
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       = VERSION-IN-FORCE
                 AND FTBL-AGE-LOW (FACTOR-SUB) NUMERIC
                 AND FTBL-AGE-HIGH (FACTOR-SUB) NUMERIC
                 AND APRM-DRIVER-AGE NOT < FTBL-AGE-LOW (FACTOR-SUB)
                 AND APRM-DRIVER-AGE
                       NOT > FTBL-AGE-HIGH (FACTOR-SUB)
                   MOVE FTBL-FACTOR (FACTOR-SUB) TO APRM-AGE-FACTOR
                   PERFORM 0750-NOTE-FACTOR-VERSION
               END-IF
           END-PERFORM.

      *  The territory's own factor wins over the state-wide one.
       0400-TERRITORY-FACTOR.
           IF APRM-STATE = SPACES
               EXIT PARAGRAPH.
           MOVE 'TERR' TO VERSION-FACTOR-TYPE.
           PERFORM 0700-FIND-VERSION-IN-FORCE.
           IF VERSION-IN-FORCE = ZERO
               EXIT PARAGRAPH.
           MOVE ZERO TO STATE-FACTOR.
           MOVE 'N' TO TERRITORY-FOUND-SWITCH.
           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > NR-FACTORS
               IF FTBL-FACTOR-TYPE (FACTOR-SUB) = 'TERR'
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       = VERSION-IN-FORCE
                 AND FTBL-STATE (FACTOR-SUB) = APRM-STATE
                   IF FTBL-TERRITORY (FACTOR-SUB) = APRM-TERRITORY
                     AND APRM-TERRITORY NOT = SPACES
                       MOVE FTBL-FACTOR (FACTOR-SUB)
                           TO APRM-TERRITORY-FACTOR
                       PERFORM 0750-NOTE-FACTOR-VERSION
                       MOVE 'Y' TO TERRITORY-FOUND-SWITCH
                       MOVE NR-FACTORS TO FACTOR-SUB
                   ELSE
                   IF FTBL-TERRITORY (FACTOR-SUB) = SPACES
                       MOVE FTBL-FACTOR (FACTOR-SUB) TO STATE-FACTOR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT TERRITORY-FACTOR-FOUND
             AND STATE-FACTOR NOT = ZERO
               MOVE STATE-FACTOR TO APRM-TERRITORY-FACTOR
               PERFORM 0750-NOTE-FACTOR-VERSION.

       0500-CLAIMS-FACTOR.
           IF APRM-POLICY-HOLDER = SPACES
               EXIT PARAGRAPH.
           COMPUTE LOOK-BACK-DATE = APRM-RATING-DATE - 30000.
           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > NR-CLAIMS
               IF CTBL-HOLDER (CLAIM-SUB) = APRM-POLICY-HOLDER
                 AND CTBL-LOSS-DATE (CLAIM-SUB) > LOOK-BACK-DATE
                 AND CTBL-LOSS-DATE (CLAIM-SUB)
                       NOT > APRM-RATING-DATE
                 AND APRM-PRIOR-CLAIMS < 99
                   ADD 1 TO APRM-PRIOR-CLAIMS
               END-IF
           END-PERFORM.
           MOVE 'CLMS' TO VERSION-FACTOR-TYPE.
           PERFORM 0700-FIND-VERSION-IN-FORCE.
           IF VERSION-IN-FORCE = ZERO
               EXIT PARAGRAPH.
           MOVE ZERO TO BEST-MIN-CLAIMS.
           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > NR-FACTORS
               IF FTBL-FACTOR-TYPE (FACTOR-SUB) = 'CLMS'
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       = VERSION-IN-FORCE
                 AND FTBL-MIN-CLAIMS (FACTOR-SUB) NUMERIC
                 AND FTBL-MIN-CLAIMS (FACTOR-SUB)
                       NOT > APRM-PRIOR-CLAIMS
                 AND FTBL-MIN-CLAIMS (FACTOR-SUB)
                       NOT < BEST-MIN-CLAIMS
                   MOVE FTBL-MIN-CLAIMS (FACTOR-SUB)
                       TO BEST-MIN-CLAIMS
                   MOVE FTBL-FACTOR (FACTOR-SUB)
                       TO APRM-CLAIMS-FACTOR
                   PERFORM 0750-NOTE-FACTOR-VERSION
               END-IF
           END-PERFORM.

       0600-MULTI-POLICY-FACTOR.
           IF APRM-POLICY-HOLDER = SPACES
               EXIT PARAGRAPH.
           PERFORM VARYING HOLDER-SUB FROM 1 BY 1
               UNTIL HOLDER-SUB > NR-MULTI-HOLDERS
                  OR MULTI-HOLDER (HOLDER-SUB) = APRM-POLICY-HOLDER
               CONTINUE
           END-PERFORM.
           IF HOLDER-SUB > NR-MULTI-HOLDERS
               EXIT PARAGRAPH.
           MOVE 'MULT' TO VERSION-FACTOR-TYPE.
           PERFORM 0700-FIND-VERSION-IN-FORCE.
           IF VERSION-IN-FORCE = ZERO
               EXIT PARAGRAPH.
           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > NR-FACTORS
               IF FTBL-FACTOR-TYPE (FACTOR-SUB) = 'MULT'
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       = VERSION-IN-FORCE
                   MOVE FTBL-FACTOR (FACTOR-SUB)
                       TO APRM-MULTI-POLICY-FACTOR
                   PERFORM 0750-NOTE-FACTOR-VERSION
               END-IF
           END-PERFORM.

      *  The latest effective date of the factor type on or before
      *  the rating date; zero when the type has none in force.
       0700-FIND-VERSION-IN-FORCE.
           MOVE ZERO TO VERSION-IN-FORCE.
           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > NR-FACTORS
               IF FTBL-FACTOR-TYPE (FACTOR-SUB) = VERSION-FACTOR-TYPE
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       NOT > APRM-RATING-DATE
                 AND FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       > VERSION-IN-FORCE
                   MOVE FTBL-EFFECTIVE-DATE (FACTOR-SUB)
                       TO VERSION-IN-FORCE
               END-IF
           END-PERFORM.

      *  The quote records the newest factor version that priced it.
       0750-NOTE-FACTOR-VERSION.
           IF VERSION-IN-FORCE > APRM-FACTOR-VERSION
               MOVE VERSION-IN-FORCE TO APRM-FACTOR-VERSION.
