                                      FILE STATUS AUTO-STATUS.
           SELECT AUTO-AUDIT-FILE     ASSIGN TO "AUTOAUDIT.DAT"
                                      LINE SEQUENTIAL.
           SELECT AUTO-QUOTE-REGISTER ASSIGN TO "AUTOQUOT.DAT"
                                      LINE SEQUENTIAL
                                      FILE STATUS QUOTE-REG-STATUS.
           05  AUDIT-KEY                PIC X(12).
           05  AUDIT-RETURN-CODE        PIC XX.

       FD  AUTO-QUOTE-REGISTER.
       01  QUOTE-REGISTER-RECORD.
           05  QREG-REFERENCE           PIC X(13).
           05  QREG-PREMIUM             PIC 9(5)V99.
           05                           PIC X.
           05  QREG-RATE-VERSION        PIC 9(8).
           05                           PIC X.
           05  QREG-GARAGING            PIC X(12).
           05                           PIC X.
           05  QREG-DRIVER-AGE          PIC 99.
           05                           PIC X.
           05  QREG-AGE-FACTOR          PIC 9V99.
           05                           PIC X.
           05  QREG-TERRITORY-FACTOR    PIC 9V99.
           05                           PIC X.
           05  QREG-PRIOR-CLAIMS        PIC 99.
           05                           PIC X.
           05  QREG-CLAIMS-FACTOR       PIC 9V99.
           05                           PIC X.
           05  QREG-MULTI-POLICY-FACTOR PIC 9V99.
           05                           PIC X.
           05  QREG-FACTOR-VERSION      PIC 9(8).

      *  Every quote issued is registered with its dated reference
      *  number, the effective date of the AUTORATE version that
      *  priced it, and the rating factors AUTOPREM applied -- the
      *  garaging state/territory, the driver's age and its factor,
      *  the territory factor, the prior claims counted and their
      *  factor, the multi-policy factor, and the RATEFACT.DAT
      *  version -- so a quote can be honored later at the rate it
      *  was actually made under, and audited factor by factor.

       WORKING-STORAGE SECTION.
       01  AUTO-STATUS                  PIC XX VALUE '00'.
       01  AUTHCHK-USER-ID              PIC X(20).
       01  AUTHCHK-SYSTEM               PIC X(8) VALUE 'AUTO    '.
       01  AUTHCHK-RETURN               PIC XX.
       01  QUOTE-REG-STATUS             PIC XX VALUE '00'.
       01  FIRST-TIME-STATUS            PIC X  VALUE 'Y'.
       01  QUOTE-REGISTER-SWITCH        PIC X  VALUE 'N'.
           88  QUOTE-REGISTER-OPEN        VALUE 'Y'.
       01  QUOTE-SEQUENCE-NR            PIC 9(4) VALUE ZERO.
       01  QUOTE-REG-EOF-STATUS         PIC X VALUE 'N'.
       01  LAST-QUOTE-REFERENCE         PIC X(13).
       01  QUOTE-DATE                   PIC 9(8).
       01  QUOTED-PREMIUM               PIC 9(5)V99.
       01  AUTOPREM-REQUEST.
           05  APRM-VEHICLE.
               10  APRM-AUTO-YEAR       PIC XX.
               10  APRM-AUTO-BRAND      PIC X(10).
           05  APRM-GARAGING.
               10  APRM-STATE           PIC XX.
               10  APRM-TERRITORY       PIC X(10).
           05  APRM-DRIVER-BIRTH-DATE   PIC X(8).
           05  APRM-POLICY-HOLDER       PIC X(20).
           05  APRM-RATING-DATE         PIC 9(8).
           05  APRM-PREMIUM             PIC 9(5)V99.
           05  APRM-RATE-VERSION        PIC 9(8).
           05  APRM-FACTORS.
               10  APRM-DRIVER-AGE      PIC 99.
               10  APRM-AGE-FACTOR      PIC 9V99.
               10  APRM-TERRITORY-FACTOR
                                        PIC 9V99.
               10  APRM-PRIOR-CLAIMS    PIC 99.
               10  APRM-CLAIMS-FACTOR   PIC 9V99.
               10  APRM-MULTI-POLICY-FACTOR
                                        PIC 9V99.
               10  APRM-FACTOR-VERSION  PIC 9(8).
       01  AUTOPREM-RETURN              PIC XX.
       LINKAGE SECTION.
       01  CALL-FUNCTION                PIC X.
       01  CALL-RETURN                  PIC XX.
           05  QUOTE-REQ-BRAND          PIC X(10).
           05  QUOTE-PREMIUM-OUT        PIC 9(5)V99.
           05  QUOTE-REFERENCE-OUT      PIC X(13).
           05  QUOTE-REQ-GARAGING.
               10  QUOTE-REQ-STATE      PIC XX.
               10  QUOTE-REQ-TERRITORY  PIC X(10).
           05  QUOTE-REQ-BIRTH-DATE     PIC X(8).
           05  QUOTE-REQ-HOLDER         PIC X(20).
           05  FILLER                   PIC X(8).

      *  'Q' function interface: caller supplies the year/brand in
      *  the first twelve bytes, and the quoted premium and dated
      *  quote reference come back in the bytes that follow.  The
      *  rating facts follow those: garaging state and territory,
      *  the driver's birth date (CCYYMMDD), and the customer's
      *  name as it stands on POLMSTR.  Any of them left blank is
      *  simply not rated on.
       PROCEDURE DIVISION USING CALL-FUNCTION CALL-RETURN CALL-INFO.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'N'
           EVALUATE CALL-FUNCTION
             WHEN 'C'
               CLOSE AUTO-INFO-FILE
               IF QUOTE-REGISTER-OPEN
                   CLOSE AUTO-QUOTE-REGISTER
               END-IF
               MOVE '00' TO CALL-RETURN

      *  'Q' answers the caller's next question after a successful
      *  coverage lookup: what would it cost?  The year/brand must
      *  be on AUTOINFO and active ('01' when it isn't), AUTOPREM
      *  must find a rate in force for it ('03' when it doesn't),
      *  and the quote comes back with a dated reference number
      *  that is also registered to AUTOQUOT.DAT so it can be
      *  honored later.
       0700-QUOTE-PREMIUM.
           IF NOT QUOTE-REGISTER-OPEN
               PERFORM 0750-OPEN-QUOTE-REGISTER.
           MOVE QUOTE-REQ-YEAR TO AUTO-YEAR.
           MOVE QUOTE-REQ-BRAND TO AUTO-BRAND.
           READ AUTO-INFO-FILE
               KEY IS AUTO-KEY
               INVALID KEY
                   MOVE '01' TO CALL-RETURN
               NOT INVALID KEY
                   IF AUTO-IS-INACTIVE
                       MOVE '01' TO CALL-RETURN
                   ELSE
                       PERFORM 0760-PRICE-THE-QUOTE
                   END-IF
           END-READ.

       0750-OPEN-QUOTE-REGISTER.
           MOVE 'Y' TO QUOTE-REGISTER-SWITCH.
           PERFORM 0755-SEED-QUOTE-SEQUENCE.
           OPEN EXTEND AUTO-QUOTE-REGISTER.
           IF QUOTE-REG-STATUS NOT = '00'
               OPEN OUTPUT AUTO-QUOTE-REGISTER.

      *  The sequence continues from the last reference already on
      *  the register, so a fresh session never re-issues the
               MOVE LAST-QUOTE-REFERENCE (10:4)
                   TO QUOTE-SEQUENCE-NR.

      *  AUTOPREM prices the quote as of today from the AUTORATE
      *  version and rating factors in force, the same rating
      *  PREMBILL bills on.
       0760-PRICE-THE-QUOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO QUOTE-DATE.
           MOVE QUOTE-REQ-YEAR TO APRM-AUTO-YEAR.
           MOVE QUOTE-REQ-BRAND TO APRM-AUTO-BRAND.
           MOVE QUOTE-REQ-GARAGING TO APRM-GARAGING.
           MOVE QUOTE-REQ-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE.
           MOVE QUOTE-REQ-HOLDER TO APRM-POLICY-HOLDER.
           MOVE QUOTE-DATE TO APRM-RATING-DATE.
           CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN.
           EVALUATE AUTOPREM-RETURN
               WHEN '00'
                   MOVE APRM-PREMIUM TO QUOTED-PREMIUM
                   MOVE QUOTED-PREMIUM TO QUOTE-PREMIUM-OUT
                   PERFORM 0770-BUILD-QUOTE-REFERENCE
                   MOVE '00' TO CALL-RETURN
               WHEN '03'
                   MOVE '03' TO CALL-RETURN
               WHEN OTHER
                   DISPLAY '**PLEASE CALL HELP DESK**'
                   MOVE '99' TO CALL-RETURN
           END-EVALUATE.

       0770-BUILD-QUOTE-REFERENCE.
           ADD 1 TO QUOTE-SEQUENCE-NR.
           MOVE SPACES TO QUOTE-REGISTER-RECORD.
           MOVE QUOTE-REFERENCE-OUT TO QREG-REFERENCE.

           MOVE QUOTE-REQ-YEAR TO QREG-KEY (1:2).
           MOVE QUOTE-REQ-BRAND TO QREG-KEY (3:10).
           MOVE QUOTED-PREMIUM TO QREG-PREMIUM.
           MOVE APRM-RATE-VERSION TO QREG-RATE-VERSION.
           MOVE APRM-GARAGING TO QREG-GARAGING.
           MOVE APRM-DRIVER-AGE TO QREG-DRIVER-AGE.
           MOVE APRM-AGE-FACTOR TO QREG-AGE-FACTOR.
           MOVE APRM-TERRITORY-FACTOR TO QREG-TERRITORY-FACTOR.
           MOVE APRM-PRIOR-CLAIMS TO QREG-PRIOR-CLAIMS.
           MOVE APRM-CLAIMS-FACTOR TO QREG-CLAIMS-FACTOR.
           MOVE APRM-MULTI-POLICY-FACTOR
               TO QREG-MULTI-POLICY-FACTOR.
           MOVE APRM-FACTOR-VERSION TO QREG-FACTOR-VERSION.
           WRITE QUOTE-REGISTER-RECORD.

      *  Every lookup, close, delete, inactivate, quote, or
