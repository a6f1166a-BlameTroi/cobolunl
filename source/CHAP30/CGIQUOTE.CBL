      *
      *     YEAR    two-character model year
      *     BRAND   brand, up to ten characters
      *     STATE   garaging state
      *     TERR    garaging territory, up to ten characters
      *     BIRTH   driver's birth date, CCYYMMDD
      *     NAME    customer name as it stands on the policy, for
      *             the prior-claims and multi-policy factors
      *
      * Only YEAR and BRAND are required; AUTOSVC rates on whatever
      * of the rest is given.
      *=================================================================

       ENVIRONMENT DIVISION.
       01  CHAR-PTR                PIC 99 BINARY.
       01  INPUT-YEAR              PIC XX      VALUE SPACE.
       01  INPUT-BRAND             PIC X(10)   VALUE SPACE.
       01  INPUT-STATE             PIC XX      VALUE SPACE.
       01  INPUT-TERRITORY         PIC X(10)   VALUE SPACE.
       01  INPUT-BIRTH-DATE        PIC X(8)    VALUE SPACE.
       01  INPUT-HOLDER            PIC X(20)   VALUE SPACE.
       01  QUOTE-FUNCTION          PIC X       VALUE "Q".
       01  CLOSE-FUNCTION          PIC X       VALUE "C".
       01  CALL-RETURN             PIC XX.
           05  QUOTE-REQ-BRAND     PIC X(10).
           05  QUOTE-PREMIUM-OUT   PIC 9(5)V99.
           05  QUOTE-REFERENCE-OUT PIC X(13).
           05  QUOTE-REQ-STATE     PIC XX.
           05  QUOTE-REQ-TERRITORY PIC X(10).
           05  QUOTE-REQ-BIRTH-DATE
                                   PIC X(8).
           05  QUOTE-REQ-HOLDER    PIC X(20).
           05  FILLER              PIC X(8).
       01  PREMIUM-EDITED          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
           END-IF
           MOVE FUNCTION UPPER-CASE (INPUT-YEAR) TO INPUT-YEAR
           MOVE FUNCTION UPPER-CASE (INPUT-BRAND) TO INPUT-BRAND
           MOVE FUNCTION UPPER-CASE (INPUT-STATE) TO INPUT-STATE
           MOVE FUNCTION UPPER-CASE (INPUT-TERRITORY) TO INPUT-TERRITORY
           MOVE FUNCTION UPPER-CASE (INPUT-HOLDER) TO INPUT-HOLDER
           .

      *=================================================================
               MOVE FIELD-VALUE (1:2) TO INPUT-YEAR
             WHEN "BRAND"
               MOVE FIELD-VALUE (1:10) TO INPUT-BRAND
             WHEN "STATE"
               MOVE FIELD-VALUE (1:2) TO INPUT-STATE
             WHEN "TERR"
               MOVE FIELD-VALUE (1:10) TO INPUT-TERRITORY
             WHEN "BIRTH"
               MOVE FIELD-VALUE (1:8) TO INPUT-BIRTH-DATE
             WHEN "NAME"
               MOVE FIELD-VALUE (1:20) TO INPUT-HOLDER
           END-EVALUATE
           .

           MOVE "Brand: <INPUT NAME=BRAND MAXLENGTH=10>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR>Garaged in state: <INPUT NAME=STATE MAXLENGTH=2>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Territory: <INPUT NAME=TERR MAXLENGTH=10>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR>Driver born (CCYYMMDD): <INPUT NAME=BIRTH>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR>Name on your policies: <INPUT NAME=NAME>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=SUBMIT VALUE=QUOTE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           MOVE SPACES TO CALL-INFO
           MOVE INPUT-YEAR TO QUOTE-REQ-YEAR
           MOVE INPUT-BRAND TO QUOTE-REQ-BRAND
           MOVE INPUT-STATE TO QUOTE-REQ-STATE
           MOVE INPUT-TERRITORY TO QUOTE-REQ-TERRITORY
           MOVE INPUT-BIRTH-DATE TO QUOTE-REQ-BIRTH-DATE
           MOVE INPUT-HOLDER TO QUOTE-REQ-HOLDER
           CALL "AUTOSVC" USING QUOTE-FUNCTION CALL-RETURN CALL-INFO
           EVALUATE CALL-RETURN
             WHEN "00"
