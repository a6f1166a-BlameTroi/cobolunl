       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRICEINQ.

      *****************************************************************
      *   PRICEINQ - BOOK PRICE HISTORY INQUIRY.  ANSWERS "WHAT DID   *
      *             THIS SELL FOR IN MARCH" FOR ONE ISBN:             *
      *                                                               *
      *               GIVEN A DATE (CCYYMMDD), THE SHELF PRICE IN     *
      *               FORCE THAT DAY, FROM THE PRICE MOVES DB2PRIC    *
      *               RECORDS ON PRICEHST.DAT.                        *
      *                                                               *
      *               GIVEN A MONTH (CCYYMM), THE PRICE IN FORCE AS   *
      *               THE MONTH OPENED, EVERY PRICE MOVE DURING IT,   *
      *               AND WHAT ACTUALLY SOLD FROM SALEHIST.DAT --     *
      *               COPIES, DOLLARS NET OF RETURNS, AND THE         *
      *               AVERAGE PRICE REALIZED.                         *
      *                                                               *
      *             BEFORE A TITLE'S FIRST RECORDED MOVE, ITS PRICE   *
      *             WAS THE ONE THAT MOVE REPLACED.  A TITLE WITH NO  *
      *             MOVES ON RECORD HAS ALWAYS SOLD AT ITS CURRENT    *
      *             MY_BOOKS PRICE.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HISTORY-FILE
                  ASSIGN TO "PRICEHST.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS PRICEHST-STATUS.
           SELECT SALES-HISTORY-FILE
                  ASSIGN TO "SALEHIST.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS SALEHIST-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRICE-HISTORY-FILE.
       01  PRICE-HISTORY-RECORD.
           02  PHS-ISBN               PIC X(13).
           02  PHS-EFFECTIVE-DATE     PIC 9(8).
           02  PHS-PRICE              PIC 9(3)V99.
           02  PHS-PRIOR-PRICE        PIC 9(3)V99.
           02  PHS-CHANGE-TYPE        PIC X.
           02  PHS-APPLIED-DATE       PIC 9(8).
           02  PHS-TITLE              PIC X(30).

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           02  SHX-SALE-DATE          PIC 9(8).
           02  SHX-ISBN               PIC X(13).
           02  SHX-QUANTITY           PIC 9(4).
           02  SHX-SALE-AMOUNT        PIC 9(7)V99.
           02  SHX-COST-AMOUNT        PIC 9(7)V99.
           02  SHX-TRANS-TYPE         PIC X.
           02  SHX-SHELF-PRICE        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  PRICEHST-STATUS            PIC XX.
       01  SALEHIST-STATUS            PIC XX.
       01  PRICEHST-EOF-SW            PIC X.
       01  SALEHIST-EOF-SW            PIC X.
       01  CONTINUE-PROCESSING        PIC XXX VALUE SPACES.
       01  INPUT-ISBN                 PIC X(13).
       01  INPUT-WHEN                 PIC X(8).
       01  INPUT-WHEN-NUM REDEFINES INPUT-WHEN
                                      PIC 9(8).
       01  INQUIRY-DATE               PIC 9(8).
       01  INQUIRY-MONTH              PIC 9(6).
       01  NR-MOVES                   PIC S9(4) USAGE COMP VALUE ZERO.
       01  MOVE-SUB                   PIC S9(4) USAGE COMP.
       01  IN-FORCE-SUB               PIC S9(4) USAGE COMP.
       01  EARLIEST-SUB               PIC S9(4) USAGE COMP.
       01  PRICE-MOVE-TABLE.
           02  PRICE-MOVE-ENTRY OCCURS 200 TIMES.
               03  PMT-EFFECTIVE-DATE PIC 9(8).
               03  PMT-PRICE          PIC 9(3)V99.
               03  PMT-PRIOR-PRICE    PIC 9(3)V99.
               03  PMT-CHANGE-TYPE    PIC X.
       01  BOOK-TITLE                 PIC X(30).
       01  IN-FORCE-PRICE             PIC 9(3)V99.
       01  IN-FORCE-KNOWN-SW          PIC X.
       01  MONTH-UNITS                PIC S9(7) VALUE ZERO.
       01  MONTH-DOLLARS              PIC S9(9)V99 VALUE ZERO.
       01  AVERAGE-PRICE              PIC S9(5)V99.
       01  DISPLAY-PRICE              PIC ZZ9.99.
       01  DISPLAY-PRIOR              PIC ZZ9.99.
       01  DISPLAY-UNITS              PIC -,ZZZ,ZZ9.
       01  DISPLAY-DOLLARS            PIC -ZZZ,ZZZ,ZZ9.99.
       01  DISPLAY-AVERAGE            PIC -ZZ,ZZ9.99.
       01  DISPLAY-KIND               PIC X(16).

       PROCEDURE DIVISION.
      *------------------
       PGM-START.
                DISPLAY 'BOOK PRICE HISTORY INQUIRY'.
                PERFORM ANSWER-ONE-INQUIRY
                  UNTIL CONTINUE-PROCESSING (1:1) IS EQUAL TO 'N'
                     OR CONTINUE-PROCESSING (1:1) IS EQUAL TO 'n'.
       PGM-END.
                STOP RUN.

       ANSWER-ONE-INQUIRY.
                DISPLAY 'ISBN'.
                ACCEPT INPUT-ISBN.
                DISPLAY 'DATE (CCYYMMDD) OR MONTH (CCYYMM)'.
                ACCEPT INPUT-WHEN.
                IF INPUT-ISBN IS EQUAL TO SPACES THEN
                  DISPLAY 'AN INQUIRY NEEDS AN ISBN'
                ELSE
                  IF INPUT-WHEN (7:2) IS EQUAL TO SPACES
                    AND INPUT-WHEN (1:6) IS NUMERIC THEN
                    MOVE INPUT-WHEN (1:6) TO INQUIRY-MONTH
                    PERFORM ANSWER-FOR-MONTH THRU ANSWER-MONTH-EXIT
                  ELSE
                    IF INPUT-WHEN IS NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD (INPUT-WHEN-NUM)
                          IS EQUAL TO ZERO THEN
                      MOVE INPUT-WHEN-NUM TO INQUIRY-DATE
                      PERFORM ANSWER-FOR-DATE
                    ELSE
                      DISPLAY 'PLEASE GIVE CCYYMMDD OR CCYYMM'
                    END-IF
                  END-IF
                END-IF.
                DISPLAY 'ANOTHER INQUIRY? (Y/N)'.
                ACCEPT CONTINUE-PROCESSING.

       ANSWER-FOR-DATE.
                PERFORM LOAD-PRICE-MOVES.
                PERFORM FIND-PRICE-IN-FORCE THRU FIND-PRICE-EXIT.
                IF IN-FORCE-KNOWN-SW IS EQUAL TO 'Y' THEN
                  MOVE IN-FORCE-PRICE TO DISPLAY-PRICE
                  DISPLAY BOOK-TITLE
                  DISPLAY 'SHELF PRICE ON ' INQUIRY-DATE ': '
                      DISPLAY-PRICE
                END-IF.

      *****************************************************
      * THE MONTH: THE PRICE IT OPENED AT, EACH MOVE IN   *
      * IT, AND WHAT THE COPIES SOLD ACTUALLY BROUGHT IN. *
      *****************************************************
       ANSWER-FOR-MONTH.
                COMPUTE INQUIRY-DATE = INQUIRY-MONTH * 100 + 1.
                IF FUNCTION TEST-DATE-YYYYMMDD (INQUIRY-DATE)
                     IS NOT EQUAL TO ZERO THEN
                  DISPLAY 'NOT A CALENDAR MONTH'
                  GO TO ANSWER-MONTH-EXIT
                END-IF.
                PERFORM LOAD-PRICE-MOVES.
                PERFORM FIND-PRICE-IN-FORCE THRU FIND-PRICE-EXIT.
                IF IN-FORCE-KNOWN-SW IS EQUAL TO 'Y' THEN
                  MOVE IN-FORCE-PRICE TO DISPLAY-PRICE
                  DISPLAY BOOK-TITLE
                  DISPLAY 'SHELF PRICE AS ' INQUIRY-MONTH
                      ' OPENED: ' DISPLAY-PRICE
                END-IF.
                PERFORM VARYING MOVE-SUB FROM 1 BY 1
                  UNTIL MOVE-SUB IS GREATER THAN NR-MOVES
                  IF PMT-EFFECTIVE-DATE (MOVE-SUB) (1:6) IS EQUAL TO
                       INQUIRY-DATE (1:6)
                    PERFORM SHOW-ONE-MOVE
                  END-IF
                END-PERFORM.
                PERFORM TOTAL-MONTH-SALES.
                MOVE MONTH-UNITS TO DISPLAY-UNITS.
                MOVE MONTH-DOLLARS TO DISPLAY-DOLLARS.
                DISPLAY 'COPIES SOLD, NET OF RETURNS: ' DISPLAY-UNITS.
                DISPLAY 'DOLLARS TAKEN IN:            ' DISPLAY-DOLLARS.
                IF MONTH-UNITS IS GREATER THAN ZERO THEN
                  COMPUTE AVERAGE-PRICE ROUNDED =
                    MONTH-DOLLARS / MONTH-UNITS
                  MOVE AVERAGE-PRICE TO DISPLAY-AVERAGE
                  DISPLAY 'AVERAGE PRICE REALIZED:      '
                      DISPLAY-AVERAGE
                END-IF.
       ANSWER-MONTH-EXIT.
                EXIT.

       SHOW-ONE-MOVE.
                EVALUATE PMT-CHANGE-TYPE (MOVE-SUB)
                  WHEN 'M'
                    MOVE 'MARKDOWN        ' TO DISPLAY-KIND
                  WHEN 'R'
                    MOVE 'MARKDOWN ENDED  ' TO DISPLAY-KIND
                  WHEN OTHER
                    MOVE 'PRICE CHANGE    ' TO DISPLAY-KIND
                END-EVALUATE.
                MOVE PMT-PRICE (MOVE-SUB) TO DISPLAY-PRICE.
                MOVE PMT-PRIOR-PRICE (MOVE-SUB) TO DISPLAY-PRIOR.
                DISPLAY '  ' PMT-EFFECTIVE-DATE (MOVE-SUB) ' '
                    DISPLAY-KIND DISPLAY-PRIOR ' TO ' DISPLAY-PRICE.

       LOAD-PRICE-MOVES.
                MOVE ZERO TO NR-MOVES.
                MOVE SPACES TO BOOK-TITLE.
                MOVE 'N' TO PRICEHST-EOF-SW.
                OPEN INPUT PRICE-HISTORY-FILE.
                IF PRICEHST-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO PRICEHST-EOF-SW
                END-IF.
                PERFORM UNTIL PRICEHST-EOF-SW IS EQUAL TO 'Y'
                  READ PRICE-HISTORY-FILE
                    AT END
                      MOVE 'Y' TO PRICEHST-EOF-SW
                    NOT AT END
                      IF PHS-ISBN IS EQUAL TO INPUT-ISBN
                        AND NR-MOVES IS LESS THAN 200 THEN
                        ADD 1 TO NR-MOVES
                        MOVE PHS-EFFECTIVE-DATE
                          TO PMT-EFFECTIVE-DATE (NR-MOVES)
                        MOVE PHS-PRICE TO PMT-PRICE (NR-MOVES)
                        MOVE PHS-PRIOR-PRICE
                          TO PMT-PRIOR-PRICE (NR-MOVES)
                        MOVE PHS-CHANGE-TYPE
                          TO PMT-CHANGE-TYPE (NR-MOVES)
                        MOVE PHS-TITLE TO BOOK-TITLE
                      END-IF
                  END-READ
                END-PERFORM.
                IF PRICEHST-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE PRICE-HISTORY-FILE
                END-IF.

      *****************************************************
      * THE LATEST MOVE ON OR BEFORE INQUIRY-DATE SETS    *
      * THE PRICE; WITH NONE THAT EARLY, THE EARLIEST     *
      * MOVE'S PRIOR PRICE WAS STILL ON THE SHELF.        *
      *****************************************************
       FIND-PRICE-IN-FORCE.
                MOVE 'N' TO IN-FORCE-KNOWN-SW.
                IF NR-MOVES IS EQUAL TO ZERO THEN
                  DISPLAY 'NO PRICE MOVES ON RECORD FOR THAT ISBN -- '
                      'THE CURRENT MY_BOOKS PRICE HAS ALWAYS APPLIED'
                  GO TO FIND-PRICE-EXIT
                END-IF.
                MOVE ZERO TO IN-FORCE-SUB.
                MOVE 1 TO EARLIEST-SUB.
                PERFORM VARYING MOVE-SUB FROM 1 BY 1
                  UNTIL MOVE-SUB IS GREATER THAN NR-MOVES
                  IF PMT-EFFECTIVE-DATE (MOVE-SUB) IS NOT GREATER THAN
                       INQUIRY-DATE
                    IF IN-FORCE-SUB IS EQUAL TO ZERO
                      MOVE MOVE-SUB TO IN-FORCE-SUB
                    ELSE
                      IF PMT-EFFECTIVE-DATE (MOVE-SUB) IS NOT LESS
                           THAN PMT-EFFECTIVE-DATE (IN-FORCE-SUB)
                        MOVE MOVE-SUB TO IN-FORCE-SUB
                      END-IF
                    END-IF
                  END-IF
                  IF PMT-EFFECTIVE-DATE (MOVE-SUB) IS LESS THAN
                       PMT-EFFECTIVE-DATE (EARLIEST-SUB)
                    MOVE MOVE-SUB TO EARLIEST-SUB
                  END-IF
                END-PERFORM.
                IF IN-FORCE-SUB IS GREATER THAN ZERO THEN
                  MOVE PMT-PRICE (IN-FORCE-SUB) TO IN-FORCE-PRICE
                ELSE
                  MOVE PMT-PRIOR-PRICE (EARLIEST-SUB) TO IN-FORCE-PRICE
                END-IF.
                MOVE 'Y' TO IN-FORCE-KNOWN-SW.
       FIND-PRICE-EXIT.
                EXIT.

      *****************************************************
      * THE MONTH'S SALES OF THE TITLE; A CUSTOMER RETURN *
      * COMES OFF BOTH THE COPIES AND THE DOLLARS.        *
      *****************************************************
       TOTAL-MONTH-SALES.
                MOVE ZERO TO MONTH-UNITS.
                MOVE ZERO TO MONTH-DOLLARS.
                MOVE 'N' TO SALEHIST-EOF-SW.
                OPEN INPUT SALES-HISTORY-FILE.
                IF SALEHIST-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO SALEHIST-EOF-SW
                END-IF.
                PERFORM UNTIL SALEHIST-EOF-SW IS EQUAL TO 'Y'
                  READ SALES-HISTORY-FILE
                    AT END
                      MOVE 'Y' TO SALEHIST-EOF-SW
                    NOT AT END
                      IF SHX-ISBN IS EQUAL TO INPUT-ISBN
                        AND SHX-SALE-DATE (1:6) IS EQUAL TO
                            INQUIRY-DATE (1:6) THEN
                        IF SHX-SALE-AMOUNT IS NOT NUMERIC THEN
                          MOVE ZERO TO SHX-SALE-AMOUNT
                        END-IF
                        IF SHX-TRANS-TYPE IS EQUAL TO 'R' THEN
                          SUBTRACT SHX-QUANTITY FROM MONTH-UNITS
                          SUBTRACT SHX-SALE-AMOUNT FROM MONTH-DOLLARS
                        ELSE
                          ADD SHX-QUANTITY TO MONTH-UNITS
                          ADD SHX-SALE-AMOUNT TO MONTH-DOLLARS
                        END-IF
                      END-IF
                  END-READ
                END-PERFORM.
                IF SALEHIST-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE SALES-HISTORY-FILE
                END-IF.
