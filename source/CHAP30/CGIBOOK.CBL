       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGIBOOK.

      *=================================================================
      * Web book catalog search and special-order page.  Customers
      * used to phone to ask whether a title was in stock while a
      * clerk walked the shelves; this CGI searches MY_BOOKS by
      * partial title, author, or ISBN and shows each match with
      * its price, whether it is in stock, and the shelf location
      * to find it at for in-store pickup.
      *
      * A title that is out of stock carries a small order form of
      * its own, and the bottom of every page has a form for a
      * title the store does not carry at all.  Either one appends
      * a request to SPECORD.DAT exactly as SPORDENT does at the
      * counter -- status 'O', dated today -- so DB2PORD orders it
      * and DB2RECV prints the pickup notice as for any other
      * request.  Web requests carry source 'W' so SPORDRPT can
      * count them apart from counter requests.
      *
      * Form fields:
      *
      *     TITLE   part of the title, or the title to order
      *     AUTHOR  part of the author's name
      *     ISBN    all or part of the ISBN
      *     ACT     ORDER to record a special order instead of
      *             searching
      *     NAME    customer name, for an order
      *     PHONE   customer phone, for an order
      *
      * Searches are not case sensitive; any blank search field
      * matches everything.  An order needs a name, a phone number,
      * and either an ISBN or a title.
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STDOUT ASSIGN  "STDOUT"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  STDOUT-FILESTATUS.
           SELECT  SPECIAL-ORDER-FILE ASSIGN "SPECORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  SPECORD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STDOUT LABEL RECORDS STANDARD.
       01  STDOUT-RECORD           PIC X(256).

       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD.
           02  SPO-CUSTOMER-NAME      PIC X(20).
           02  SPO-PHONE              PIC X(10).
           02  SPO-ISBN               PIC X(13).
           02  SPO-TITLE              PIC X(30).
           02  SPO-REQUEST-DATE       PIC 9(8).
           02  SPO-STATUS             PIC X.
           02  SPO-FILLED-DATE        PIC 9(8).
           02  SPO-SOURCE             PIC X.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  STDOUT-FILESTATUS       PIC XX.
       01  SPECORD-FILESTATUS      PIC XX.
       01  REQUEST-METHOD          PIC X(4)    VALUE SPACE.
       01  QUERY-STRING            PIC X(256)  VALUE SPACE.
       01  FIELD-NAME              PIC X(10)   VALUE SPACE.
       01  FIELD-VALUE             PIC X(249)  VALUE SPACE.
       01  QS-PTR                  PIC 9(4) BINARY.
       01  FN-PTR                  PIC 9(4) BINARY.
       01  FV-PTR                  PIC 9(4) BINARY.
       01  CHAR-ENCODED.
         05  CHAR-ENCODED-BINARY   PIC 99 BINARY OCCURS 2.
       01  CHAR-DECODED            PIC X.
       01  CHAR-DECODED-BINARY REDEFINES CHAR-DECODED
                                   PIC 99 BINARY.
       01  CHAR-PTR                PIC 99 BINARY.
       01  INPUT-TITLE             PIC X(30)   VALUE SPACE.
       01  INPUT-AUTHOR            PIC X(15)   VALUE SPACE.
       01  INPUT-ISBN              PIC X(13)   VALUE SPACE.
       01  INPUT-ACTION            PIC X(5)    VALUE SPACE.
       01  INPUT-NAME              PIC X(20)   VALUE SPACE.
       01  INPUT-PHONE             PIC X(20)   VALUE SPACE.
       01  ORDER-PHONE             PIC X(10)   VALUE SPACE.
       01  PHONE-PTR               PIC 99 BINARY.
       01  DIGIT-PTR               PIC 99 BINARY.
       01  PATTERN-IN              PIC X(30).
       01  PATTERN-OUT             PIC X(32).
       01  PATTERN-LEN             PIC S9(4) BINARY.
       01  MAX-MATCHES             PIC 99      VALUE 50.
       01  MATCH-COUNT             PIC 99      VALUE 0.
       01  MORE-MATCHES-SW         PIC X       VALUE "N".
       01  TODAY-DATE              PIC 9(8).
       01  PRICE-EDITED            PIC ZZ9.99.
       01  HTML-TITLE              PIC X(30).
       01  HTML-AUTHOR             PIC X(15).
       01  HTML-ISBN               PIC X(13).
       01  HTML-SHELF              PIC X(10).

      *-----------------------------------------------------------------
      * MY_BOOKS through DB2, as the CHAP20 batch programs use it.
      *-----------------------------------------------------------------
           EXEC SQL INCLUDE SQLCA  END-EXEC.

           EXEC SQL DECLARE MY_BOOKS TABLE
             (TITLE          VARCHAR(30) NOT NULL,
              AUTHOR         VARCHAR(15),
              NUM_PAGES      INTEGER,
              PRICE          DECIMAL(5,2),
              DATE_BOUGHT    DATE,
              DESCRIPTION    VARCHAR(40),
              RATING         SMALLINT,
              QUANTITY       INTEGER,
              SHELF_LOCATION VARCHAR(10),
              VENDOR         VARCHAR(20),
              ISBN           VARCHAR(13),
              AVG_COST       DECIMAL(7,4))
           END-EXEC.

       01  HV-TITLE.
           49  HV-TITLE-LEN        PIC S9(4) USAGE COMP.
           49  HV-TITLE-TEXT       PIC X(30) VALUE SPACES.
       01  HV-AUTHOR.
           49  HV-AUTHOR-LEN       PIC S9(4) USAGE COMP.
           49  HV-AUTHOR-TEXT      PIC X(15) VALUE SPACES.
       01  HV-ISBN.
           49  HV-ISBN-LEN         PIC S9(4) USAGE COMP.
           49  HV-ISBN-TEXT        PIC X(13) VALUE SPACES.
       01  HV-SHELF-LOCATION.
           49  HV-SHELF-LEN        PIC S9(4) USAGE COMP.
           49  HV-SHELF-TEXT       PIC X(10) VALUE SPACES.
       01  HV-PRICE                PIC S9(3)V99 USAGE COMP-3.
       01  HV-QUANTITY             PIC S9(9) USAGE COMP.
       01  HV-TITLE-PATTERN.
           49  HV-TITLE-PAT-LEN    PIC S9(4) USAGE COMP.
           49  HV-TITLE-PAT-TEXT   PIC X(32) VALUE SPACES.
       01  HV-AUTHOR-PATTERN.
           49  HV-AUTHOR-PAT-LEN   PIC S9(4) USAGE COMP.
           49  HV-AUTHOR-PAT-TEXT  PIC X(32) VALUE SPACES.
       01  HV-ISBN-PATTERN.
           49  HV-ISBN-PAT-LEN     PIC S9(4) USAGE COMP.
           49  HV-ISBN-PAT-TEXT    PIC X(32) VALUE SPACES.
       01  IND-BOOK.
           10  IND-BOOK-VARS       PIC S9(4) COMP OCCURS 6 TIMES.

           EXEC SQL DECLARE BOOK-CRSR CURSOR FOR
             SELECT TITLE, AUTHOR, ISBN, PRICE, QUANTITY,
                    SHELF_LOCATION
             FROM  MY_BOOKS
             WHERE UPPER(TITLE) LIKE :HV-TITLE-PATTERN
               AND UPPER(COALESCE(AUTHOR, ' ')) LIKE :HV-AUTHOR-PATTERN
               AND COALESCE(ISBN, ' ') LIKE :HV-ISBN-PATTERN
             ORDER BY TITLE
           END-EXEC.

       PROCEDURE DIVISION.

      *=================================================================
       MAIN.
      *=================================================================
           PERFORM GET-INPUT
           PERFORM PUT-PAGE-TOP
           EVALUATE TRUE
             WHEN INPUT-ACTION = "ORDER"
               PERFORM RECORD-SPECIAL-ORDER
             WHEN INPUT-TITLE NOT = SPACES
               OR INPUT-AUTHOR NOT = SPACES
               OR INPUT-ISBN NOT = SPACES
               PERFORM SEARCH-THE-CATALOG
           END-EVALUATE
           PERFORM PUT-ORDER-FORM
           PERFORM PUT-PAGE-BOTTOM
           STOP RUN
           .

      *=================================================================
       GET-INPUT.
      *-----------------------------------------------------------------
      * GET only, like CGIGET; the pairs may come in any order.
      *=================================================================
           DISPLAY "REQUEST_METHOD" UPON ENVIRONMENT-NAME
           ACCEPT  REQUEST-METHOD   FROM ENVIRONMENT-VALUE
           IF REQUEST-METHOD = "GET"
               DISPLAY "QUERY_STRING"  UPON ENVIRONMENT-NAME
               ACCEPT QUERY-STRING     FROM ENVIRONMENT-VALUE
               MOVE 1 TO QS-PTR
               PERFORM DECODE-ONE-PAIR
                   UNTIL QS-PTR > LENGTH OF QUERY-STRING
                   OR QUERY-STRING (QS-PTR:1) = SPACE
           END-IF
           MOVE FUNCTION UPPER-CASE (INPUT-TITLE) TO INPUT-TITLE
           MOVE FUNCTION UPPER-CASE (INPUT-AUTHOR) TO INPUT-AUTHOR
           MOVE FUNCTION UPPER-CASE (INPUT-ISBN) TO INPUT-ISBN
           MOVE FUNCTION UPPER-CASE (INPUT-ACTION) TO INPUT-ACTION
           .

      *=================================================================
       DECODE-ONE-PAIR.
      *=================================================================
           MOVE SPACES TO FIELD-NAME FIELD-VALUE
           MOVE 0 TO FN-PTR
           PERFORM VARYING QS-PTR FROM QS-PTR BY 1
             UNTIL QS-PTR > LENGTH OF QUERY-STRING
             OR    QUERY-STRING (QS-PTR:1) = "="
               ADD 1 TO FN-PTR
               MOVE QUERY-STRING (QS-PTR:1) TO FIELD-NAME (FN-PTR:1)
           END-PERFORM
           ADD 1 TO QS-PTR
           MOVE 0 TO FV-PTR
           PERFORM VARYING QS-PTR FROM QS-PTR BY 1
             UNTIL QS-PTR > LENGTH OF QUERY-STRING
             OR    QUERY-STRING (QS-PTR:1) = "&"
               EVALUATE QUERY-STRING (QS-PTR:1)
                 WHEN "+"
                   ADD 1 TO FV-PTR
                   MOVE SPACE TO FIELD-VALUE (FV-PTR:1)
                 WHEN "%"
                   MOVE QUERY-STRING (QS-PTR + 1:2) TO CHAR-ENCODED
                   PERFORM CONVERT-TO-CHARACTER
                   ADD 1 TO FV-PTR
                   MOVE CHAR-DECODED  TO FIELD-VALUE (FV-PTR:1)
                   ADD 2 TO QS-PTR
                 WHEN OTHER
                   ADD 1 TO FV-PTR
                   MOVE QUERY-STRING (QS-PTR:1) TO
                        FIELD-VALUE (FV-PTR:1)
               END-EVALUATE
           END-PERFORM
           ADD 1 TO QS-PTR
           EVALUATE FIELD-NAME
             WHEN "TITLE"
               MOVE FIELD-VALUE (1:30) TO INPUT-TITLE
             WHEN "AUTHOR"
               MOVE FIELD-VALUE (1:15) TO INPUT-AUTHOR
             WHEN "ISBN"
               MOVE FIELD-VALUE (1:13) TO INPUT-ISBN
             WHEN "ACT"
               MOVE FIELD-VALUE (1:5) TO INPUT-ACTION
             WHEN "NAME"
               MOVE FIELD-VALUE (1:20) TO INPUT-NAME
             WHEN "PHONE"
               MOVE FIELD-VALUE (1:20) TO INPUT-PHONE
           END-EVALUATE
           .

      *=================================================================
       CONVERT-TO-CHARACTER.
      *=================================================================
           PERFORM VARYING CHAR-PTR FROM 1 BY 1 UNTIL CHAR-PTR > 2
           EVALUATE TRUE
             WHEN (CHAR-ENCODED-BINARY (CHAR-PTR) >= 48) AND
                  (CHAR-ENCODED-BINARY (CHAR-PTR) <= 57)
               SUBTRACT 48 FROM CHAR-ENCODED-BINARY (CHAR-PTR)
             WHEN (CHAR-ENCODED-BINARY (CHAR-PTR) >= 65) AND
                  (CHAR-ENCODED-BINARY (CHAR-PTR) <= 70)
               SUBTRACT 55 FROM CHAR-ENCODED-BINARY (CHAR-PTR)
           END-EVALUATE
           END-PERFORM
           COMPUTE CHAR-DECODED-BINARY =
               (16 * CHAR-ENCODED-BINARY (1)) + CHAR-ENCODED-BINARY (2)
           END-COMPUTE
           .

      *=================================================================
       PUT-PAGE-TOP.
      *=================================================================
           OPEN OUTPUT STDOUT
           MOVE "Content-type: text/html" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE SPACE      TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HTML>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HEAD>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<TITLE>Book Catalog</TITLE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HEAD>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BODY>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<H3>Book Catalog</H3>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<FORM METHOD=GET ACTION=CGIBOOK.EXE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Title: <INPUT NAME=TITLE MAXLENGTH=30>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Author: <INPUT NAME=AUTHOR MAXLENGTH=15>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "ISBN: <INPUT NAME=ISBN MAXLENGTH=13>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=SUBMIT VALUE=SEARCH>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       SEARCH-THE-CATALOG.
      *-----------------------------------------------------------------
      * Each search field becomes a %...% LIKE pattern; a blank
      * field becomes a lone % and matches every row.
      *=================================================================
           MOVE INPUT-TITLE TO PATTERN-IN
           PERFORM BUILD-PATTERN
           MOVE PATTERN-OUT TO HV-TITLE-PAT-TEXT
           MOVE PATTERN-LEN TO HV-TITLE-PAT-LEN
           MOVE INPUT-AUTHOR TO PATTERN-IN
           PERFORM BUILD-PATTERN
           MOVE PATTERN-OUT TO HV-AUTHOR-PAT-TEXT
           MOVE PATTERN-LEN TO HV-AUTHOR-PAT-LEN
           MOVE INPUT-ISBN TO PATTERN-IN
           PERFORM BUILD-PATTERN
           MOVE PATTERN-OUT TO HV-ISBN-PAT-TEXT
           MOVE PATTERN-LEN TO HV-ISBN-PAT-LEN
           EXEC SQL OPEN BOOK-CRSR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "<P>The catalog is not available right now."
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
           ELSE
               MOVE "<TABLE BORDER=1>" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "<TR><TH>Title<TH>Author<TH>ISBN<TH>Price"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "<TH>Availability</TR>" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               PERFORM FETCH-ONE-BOOK
                   UNTIL SQLCODE NOT = 0
                   OR MORE-MATCHES-SW = "Y"
               MOVE "</TABLE>" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               EXEC SQL CLOSE BOOK-CRSR
               END-EXEC
               EVALUATE TRUE
                 WHEN MORE-MATCHES-SW = "Y"
                   MOVE "<P>More titles match; narrow the search."
                       TO STDOUT-RECORD
                   WRITE STDOUT-RECORD
                 WHEN MATCH-COUNT = 0
                   MOVE "<P>We do not carry a title matching that."
                       TO STDOUT-RECORD
                   WRITE STDOUT-RECORD
                   MOVE "  We can order it for you -- see below."
                       TO STDOUT-RECORD
                   WRITE STDOUT-RECORD
               END-EVALUATE
           END-IF
           .

      *=================================================================
       BUILD-PATTERN.
      *=================================================================
           MOVE SPACES TO PATTERN-OUT
           IF PATTERN-IN = SPACES
               MOVE "%" TO PATTERN-OUT
               MOVE 1 TO PATTERN-LEN
           ELSE
               COMPUTE PATTERN-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (PATTERN-IN TRAILING))
               STRING "%"
                      PATTERN-IN (1:PATTERN-LEN)
                      "%"
                      DELIMITED SIZE INTO PATTERN-OUT
               END-STRING
               ADD 2 TO PATTERN-LEN
           END-IF
           .

      *=================================================================
       FETCH-ONE-BOOK.
      *=================================================================
           EXEC SQL FETCH BOOK-CRSR
             INTO :HV-TITLE,
                  :HV-AUTHOR:IND-BOOK-VARS(2),
                  :HV-ISBN:IND-BOOK-VARS(3),
                  :HV-PRICE:IND-BOOK-VARS(4),
                  :HV-QUANTITY:IND-BOOK-VARS(5),
                  :HV-SHELF-LOCATION:IND-BOOK-VARS(6)
           END-EXEC
           IF SQLCODE = 0
               IF MATCH-COUNT NOT < MAX-MATCHES
                   MOVE "Y" TO MORE-MATCHES-SW
               ELSE
                   ADD 1 TO MATCH-COUNT
                   PERFORM PUT-ONE-BOOK
               END-IF
           END-IF
           .

      *=================================================================
       PUT-ONE-BOOK.
      *-----------------------------------------------------------------
      * VARCHAR columns arrive with stale text past their length,
      * so each is cut to length (or blanked when null) first.
      *=================================================================
           MOVE SPACES TO HTML-TITLE HTML-AUTHOR HTML-ISBN HTML-SHELF
           MOVE HV-TITLE-TEXT (1:HV-TITLE-LEN) TO HTML-TITLE
           IF IND-BOOK-VARS (2) NOT < 0 AND HV-AUTHOR-LEN > 0
               MOVE HV-AUTHOR-TEXT (1:HV-AUTHOR-LEN) TO HTML-AUTHOR
           END-IF
           IF IND-BOOK-VARS (3) NOT < 0 AND HV-ISBN-LEN > 0
               MOVE HV-ISBN-TEXT (1:HV-ISBN-LEN) TO HTML-ISBN
           END-IF
           IF IND-BOOK-VARS (4) < 0
               MOVE 0 TO HV-PRICE
           END-IF
           IF IND-BOOK-VARS (5) < 0
               MOVE 0 TO HV-QUANTITY
           END-IF
           IF IND-BOOK-VARS (6) NOT < 0 AND HV-SHELF-LEN > 0
               MOVE HV-SHELF-TEXT (1:HV-SHELF-LEN) TO HTML-SHELF
           END-IF
           MOVE HV-PRICE TO PRICE-EDITED
           INITIALIZE STDOUT-RECORD
           STRING "<TR><TD>"
                  HTML-TITLE
                  "<TD>"
                  HTML-AUTHOR
                  "<TD>"
                  HTML-ISBN
                  "<TD>$"
                  PRICE-EDITED
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           IF HV-QUANTITY > 0
               INITIALIZE STDOUT-RECORD
               STRING "<TD>In stock -- pick up at shelf "
                      HTML-SHELF
                      "</TR>"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           ELSE
               MOVE "<TD>Out of stock -- we can order it:"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "<FORM METHOD=GET ACTION=CGIBOOK.EXE>"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "<INPUT TYPE=HIDDEN NAME=ACT VALUE=ORDER>"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               INITIALIZE STDOUT-RECORD
               STRING "<INPUT TYPE=HIDDEN NAME=ISBN VALUE="""
                      HTML-ISBN
                      """>"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
               INITIALIZE STDOUT-RECORD
               STRING "<INPUT TYPE=HIDDEN NAME=TITLE VALUE="""
                      HTML-TITLE
                      """>"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
               MOVE "Name: <INPUT NAME=NAME MAXLENGTH=20>"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "Phone: <INPUT NAME=PHONE MAXLENGTH=14>"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "<INPUT TYPE=SUBMIT VALUE=ORDER></FORM></TR>"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       RECORD-SPECIAL-ORDER.
      *-----------------------------------------------------------------
      * Same checks SPORDENT makes at the counter, plus a phone
      * number, since nobody can be called about a web request
      * without one.  Only the digits of the phone are kept.  An
      * ISBN given without a title picks the title up from
      * MY_BOOKS when the store has carried it.
      *=================================================================
           MOVE SPACES TO ORDER-PHONE
           MOVE 0 TO DIGIT-PTR
           PERFORM VARYING PHONE-PTR FROM 1 BY 1
             UNTIL PHONE-PTR > LENGTH OF INPUT-PHONE
             OR    DIGIT-PTR = LENGTH OF ORDER-PHONE
               IF INPUT-PHONE (PHONE-PTR:1) IS NUMERIC
                   ADD 1 TO DIGIT-PTR
                   MOVE INPUT-PHONE (PHONE-PTR:1) TO
                        ORDER-PHONE (DIGIT-PTR:1)
               END-IF
           END-PERFORM
           IF INPUT-NAME = SPACES
             OR DIGIT-PTR < 7
             OR (INPUT-ISBN = SPACES AND INPUT-TITLE = SPACES)
               MOVE "<P>A special order needs your name, your phone"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE " number, and the title or ISBN -- nothing was"
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE " recorded.  Please try again below."
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
           ELSE
               IF INPUT-TITLE = SPACES
                   PERFORM LOOK-UP-ORDER-TITLE
               END-IF
               OPEN EXTEND SPECIAL-ORDER-FILE
               IF SPECORD-FILESTATUS NOT = "00"
                   OPEN OUTPUT SPECIAL-ORDER-FILE
               END-IF
               MOVE SPACES TO SPECIAL-ORDER-RECORD
               MOVE INPUT-NAME TO SPO-CUSTOMER-NAME
               MOVE ORDER-PHONE TO SPO-PHONE
               MOVE INPUT-ISBN TO SPO-ISBN
               MOVE INPUT-TITLE TO SPO-TITLE
               MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
               MOVE TODAY-DATE TO SPO-REQUEST-DATE
               MOVE "O" TO SPO-STATUS
               MOVE ZERO TO SPO-FILLED-DATE
               MOVE "W" TO SPO-SOURCE
               WRITE SPECIAL-ORDER-RECORD
               CLOSE SPECIAL-ORDER-FILE
               INITIALIZE STDOUT-RECORD
               STRING "<P>Your special order for <STRONG>"
                      INPUT-TITLE
                      "</STRONG> is recorded."
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
               INITIALIZE STDOUT-RECORD
               STRING "  We will call "
                      ORDER-PHONE
                      " when it arrives for pickup."
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       LOOK-UP-ORDER-TITLE.
      *=================================================================
           MOVE INPUT-ISBN TO HV-ISBN-TEXT
           COMPUTE HV-ISBN-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (INPUT-ISBN TRAILING))
           EXEC SQL SELECT TITLE
             INTO :HV-TITLE
             FROM MY_BOOKS
             WHERE ISBN = :HV-ISBN
           END-EXEC
           IF SQLCODE = 0
               MOVE HV-TITLE-TEXT (1:HV-TITLE-LEN) TO INPUT-TITLE
           END-IF
           .

      *=================================================================
       PUT-ORDER-FORM.
      *-----------------------------------------------------------------
      * For a title the store does not carry at all.
      *=================================================================
           MOVE "<HR><H4>Special order a title we do not carry</H4>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<FORM METHOD=GET ACTION=CGIBOOK.EXE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=HIDDEN NAME=ACT VALUE=ORDER>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Title: <INPUT NAME=TITLE MAXLENGTH=30>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "ISBN (if known): <INPUT NAME=ISBN MAXLENGTH=13>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BR>Name: <INPUT NAME=NAME MAXLENGTH=20>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "Phone: <INPUT NAME=PHONE MAXLENGTH=14>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=SUBMIT VALUE=ORDER>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       PUT-PAGE-BOTTOM.
      *=================================================================
           MOVE "</BODY>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HTML>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           CLOSE STDOUT
           .
