           05  QUOTE-INFO-BRAND          PIC X(10).
           05  QUOTE-PREMIUM             PIC 9(5)V99.
           05  QUOTE-REFERENCE           PIC X(13).
           05  QUOTE-INFO-STATE          PIC XX.
           05  QUOTE-INFO-TERRITORY      PIC X(10).
           05  QUOTE-INFO-BIRTH-DATE     PIC X(8).
           05  QUOTE-INFO-HOLDER         PIC X(20).
           05  FILLER                    PIC X(8).
       01  QUOTE-PREMIUM-EDITED          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE SPACES TO QUOTE-INFO.
           MOVE AUTO-INFO-YEAR TO QUOTE-INFO-YEAR.
           MOVE AUTO-INFO-BRAND TO QUOTE-INFO-BRAND.
           DISPLAY 'GARAGING STATE (BLANK IF NOT KNOWN)'.
           ACCEPT QUOTE-INFO-STATE.
           DISPLAY 'GARAGING TERRITORY (BLANK IF NOT KNOWN)'.
           ACCEPT QUOTE-INFO-TERRITORY.
           DISPLAY 'DRIVER BIRTH DATE CCYYMMDD (BLANK IF NOT KNOWN)'.
           ACCEPT QUOTE-INFO-BIRTH-DATE.
           DISPLAY 'CUSTOMER NAME AS ON THE POLICY (BLANK IF NEW)'.
           ACCEPT QUOTE-INFO-HOLDER.
           CALL 'AUTOSVC'
                USING QUOTE-FUNCTION RETRN-CODE QUOTE-INFO.
           IF RETRN-CODE = '00'
