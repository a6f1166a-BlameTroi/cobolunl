       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DB2PRIC.

      *****************************************************************
      *   DB2PRIC - BATCH DB2 COBOL STATIC SQL PROGRAM.  APPLIES THE  *
      *             PRICE CHANGES PRICEMNT SCHEDULED ON PRICECHG.DAT  *
      *             TO MY_BOOKS.PRICE.  IT RUNS EACH NIGHT AFTER      *
      *             DB2SALE AND SETS THE PRICES FOR THE NEXT DAY, SO  *
      *             THE DAY'S SALES POST AT THE PRICE THEY WERE RUNG  *
      *             UP AT AND THE NEW TAGS ARE ON THE SHELF BEFORE    *
      *             THE STORE OPENS:                                  *
      *                                                               *
      *               A SCHEDULED CHANGE ('S') EFFECTIVE ON OR        *
      *               BEFORE TOMORROW IS APPLIED ('A').  THE PRICE    *
      *               IT REPLACES IS KEPT ON THE CHANGE AS THE        *
      *               REGULAR PRICE.                                  *
      *                                                               *
      *               A MARKDOWN WHOSE LAST DAY IS TODAY OR EARLIER   *
      *               ENDS ('E') AND ITS REGULAR PRICE IS PUT BACK.   *
      *               A REGULAR PRICE CHANGE THAT FALLS DUE DURING A  *
      *               MARKDOWN BECOMES THE PRICE THE MARKDOWN GOES    *
      *               BACK TO; A NEW MARKDOWN OVER AN OLD ONE ENDS    *
      *               THE OLD ONE AND INHERITS ITS REGULAR PRICE.     *
      *                                                               *
      *             EVERY PRICE MOVE IS APPENDED TO PRICEHST.DAT --   *
      *             ISBN, THE DATE THE PRICE TOOK EFFECT, THE PRICE   *
      *             AND THE ONE BEFORE IT, AND THE KIND OF MOVE ('P'  *
      *             PRICE CHANGE, 'M' MARKDOWN, 'R' REGULAR PRICE     *
      *             RESTORED) -- WHICH IS WHAT PRICEINQ READS TO SAY  *
      *             WHAT A TITLE SOLD FOR ON A GIVEN DATE.            *
      *                                                               *
      *             SYSPRINT LISTS EACH CHANGE APPLIED, THEN PRINTS A *
      *             SHELF TAG FOR EVERY TITLE WHOSE PRICE MOVED,      *
      *             GROUPED BY SHELF LOCATION IN TITLE ORDER.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      C01 IS TO-TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAOUT
                  ASSIGN TO UT-S-SYSPRINT.
           SELECT PRICE-CHANGE-FILE
                  ASSIGN TO "PRICECHG.DAT"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PCH-KEY
                  FILE STATUS IS PRICECHG-STATUS.
           SELECT PRICE-HISTORY-FILE
                  ASSIGN TO "PRICEHST.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS PRICEHST-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DATAOUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTREC.
       01  OUTREC                     PIC X(80).

       FD  PRICE-CHANGE-FILE.
       01  PRICE-CHANGE-RECORD.
           02  PCH-KEY.
               03  PCH-ISBN           PIC X(13).
               03  PCH-EFFECTIVE-DATE PIC 9(8).
           02  PCH-CHANGE-TYPE        PIC X.
           02  PCH-NEW-PRICE          PIC 9(3)V99.
           02  PCH-END-DATE           PIC 9(8).
           02  PCH-STATUS             PIC X.
           02  PCH-REGULAR-PRICE      PIC 9(3)V99.
           02  PCH-ENTERED-BY         PIC X(20).
           02  PCH-ENTERED-DATE       PIC 9(8).
           02  PCH-APPLIED-DATE       PIC 9(8).

       FD  PRICE-HISTORY-FILE.
       01  PRICE-HISTORY-RECORD.
           02  PHS-ISBN               PIC X(13).
           02  PHS-EFFECTIVE-DATE     PIC 9(8).
           02  PHS-PRICE              PIC 9(3)V99.
           02  PHS-PRIOR-PRICE        PIC 9(3)V99.
           02  PHS-CHANGE-TYPE        PIC X.
           02  PHS-APPLIED-DATE       PIC 9(8).
           02  PHS-TITLE              PIC X(30).

       WORKING-STORAGE SECTION.

       01  PRICECHG-STATUS            PIC XX.
       01  PRICEHST-STATUS            PIC XX.
       01  PRICECHG-EOF-SW            PIC X VALUE 'N'.
       01  PRICECHG-OPEN-SW           PIC X VALUE 'N'.
       01  CURRENT-DATE-INFO          PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           02  CURRENT-DATE-INTEGER   PIC 9(8).
           02  FILLER                 PIC X(13).
       01  AS-OF-DATE                 PIC 9(8).
       01  NR-CHANGES                 PIC S9(4) USAGE COMP VALUE ZERO.
       01  CHANGE-SUB                 PIC S9(4) USAGE COMP.
       01  GROUP-START-SUB            PIC S9(4) USAGE COMP.
       01  GROUP-END-SUB              PIC S9(4) USAGE COMP.
       01  ACTIVE-MD-SUB              PIC S9(4) USAGE COMP.
       01  PRICE-CHANGE-TABLE.
           02  PRICE-CHANGE-ENTRY OCCURS 1000 TIMES.
               03  PCT-ISBN           PIC X(13).
               03  PCT-EFFECTIVE-DATE PIC 9(8).
               03  PCT-CHANGE-TYPE    PIC X.
               03  PCT-NEW-PRICE      PIC 9(3)V99.
               03  PCT-END-DATE       PIC 9(8).
               03  PCT-STATUS         PIC X.
               03  PCT-REGULAR-PRICE  PIC 9(3)V99.
               03  PCT-APPLIED-DATE   PIC 9(8).
               03  PCT-CHANGED-SW     PIC X.
       01  GROUP-DUE-SW               PIC X.
       01  TITLE-CHANGED-SW           PIC X.
       01  SET-FAILED-SW              PIC X.
       01  CURRENT-PRICE              PIC 9(3)V99.
       01  TARGET-PRICE               PIC 9(3)V99.
       01  HISTORY-TYPE               PIC X.
       01  HISTORY-EFFECTIVE-DATE     PIC 9(8).
       01  NR-TAGS                    PIC S9(4) USAGE COMP VALUE ZERO.
       01  TAG-SUB                    PIC S9(4) USAGE COMP.
       01  TAG-FOUND-SUB              PIC S9(4) USAGE COMP.
       01  SHELF-TAG-TABLE.
           02  SHELF-TAG-ENTRY OCCURS 500 TIMES.
               03  TAG-ISBN           PIC X(13).
               03  TAG-SALE-END       PIC 9(8).
       01  CURRENT-SHELF              PIC X(10) VALUE SPACES.
       01  FIRST-TAG-SW               PIC X VALUE 'Y'.
       01  CHANGES-APPLIED-COUNT      PIC S9(5) USAGE COMP VALUE ZERO.
       01  MARKDOWNS-ENDED-COUNT      PIC S9(5) USAGE COMP VALUE ZERO.

      *****************************************************
      * RECORDS FOR REPORTING RESULTS                     *
      *****************************************************
       01  REPHDG.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(32)
                   VALUE ' MY_BOOKS PRICE CHANGES APPLIED '.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(28)
                   VALUE SPACES.
       01  REPCOL.
               02  FILLER PIC X(40)
                   VALUE ' ISBN          TITLE                    '.
               02  FILLER PIC X(40)
                   VALUE 'EFFECTIV ACTION              WAS    NOW '.
       01  REPROW.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-ISBN PIC X(13)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-TITLE PIC X(24)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-EFFECTIVE-DATE PIC 9(8)
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-ACTION PIC X(16)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-OLD-PRICE PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-NEW-PRICE PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
       01  REPSUM.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  SUM-LABEL PIC X(30)
                   VALUE SPACES.
               02  SUM-COUNT PIC ZZZZ9
                   USAGE DISPLAY.
               02  FILLER PIC X(44)
                   VALUE SPACES.
       01  REPCOD.
               02  FILLER PIC X(10)
                   VALUE SPACES.
               02  FILLER PIC X(12)
                   VALUE ' SQLCODE IS '.
               02  SQLCD  PIC -999
                   USAGE DISPLAY.
               02  FILLER PIC X(54)
                   VALUE SPACES.

      *****************************************************
      * RECORDS FOR THE SHELF TAGS                        *
      *****************************************************
       01  TAGHDG.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(32)
                   VALUE ' SHELF TAGS FOR CHANGED PRICES  '.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(28)
                   VALUE SPACES.
       01  TAGSHELF.
               02  FILLER PIC X(8)
                   VALUE ' SHELF: '.
               02  TAG-OUT-SHELF PIC X(10)
                   VALUE SPACES.
               02  FILLER PIC X(62)
                   VALUE SPACES.
       01  TAGEDGE.
               02  FILLER PIC X(2)
                   VALUE ' +'.
               02  FILLER PIC X(36)
                   VALUE ALL '-'.
               02  FILLER PIC X(1)
                   VALUE '+'.
               02  FILLER PIC X(41)
                   VALUE SPACES.
       01  TAGTITLE.
               02  FILLER PIC X(3)
                   VALUE ' | '.
               02  TAG-OUT-TITLE PIC X(30)
                   VALUE SPACES.
               02  FILLER PIC X(6)
                   VALUE '     |'.
               02  FILLER PIC X(41)
                   VALUE SPACES.
       01  TAGPRICE.
               02  FILLER PIC X(8)
                   VALUE ' | ISBN '.
               02  TAG-OUT-ISBN PIC X(13)
                   VALUE SPACES.
               02  FILLER PIC X(4)
                   VALUE '   $'.
               02  TAG-OUT-PRICE PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(8)
                   VALUE '       |'.
               02  FILLER PIC X(41)
                   VALUE SPACES.
       01  TAGSALE.
               02  FILLER PIC X(2)
                   VALUE ' |'.
               02  TAG-OUT-SALE-TEXT PIC X(20)
                   VALUE SPACES.
               02  TAG-OUT-SALE-END PIC X(10)
                   VALUE SPACES.
               02  FILLER PIC X(7)
                   VALUE '      |'.
               02  FILLER PIC X(41)
                   VALUE SPACES.
       01  TAG-SALE-END-DATE          PIC 9(8).
       01  TAG-SALE-END-PARTS REDEFINES TAG-SALE-END-DATE.
           02  TAG-SALE-END-CCYY      PIC 9(4).
           02  TAG-SALE-END-MM        PIC 99.
           02  TAG-SALE-END-DD        PIC 99.

      *****************************************************
      * INCLUDE SQLCA FOR ERROR HANDLING                  *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

      *****************************************************
      * SQL DECLARATION FOR TABLE MY_BOOKS                *
      *****************************************************
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

      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 HV-TITLE.
          49 HV-TITLE-LEN  PIC S9(4) USAGE COMP.
          49 HV-TITLE-TEXT PIC X(30) VALUE SPACES.
       01 HV-SHELF-LOCATION.
          49 HV-SHELF-LEN  PIC S9(4) USAGE COMP.
          49 HV-SHELF-TEXT PIC X(10) VALUE SPACES.
       01 HV-ISBN.
          49 HV-ISBN-LEN  PIC S9(4) USAGE COMP.
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 HV-PRICE          PIC S9(3)V99 USAGE COMP-3.
       01 IND-PRIC.
          10 IND-PRIC-VARS PIC S9(4) COMP OCCURS 4 TIMES.

      *****************************************************
      * CURSOR IN SHELF ORDER FOR THE SHELF TAGS          *
      *****************************************************
                EXEC SQL DECLARE TAG-CRSR CURSOR FOR
                  SELECT SHELF_LOCATION, TITLE, ISBN, PRICE
                  FROM  MY_BOOKS
                  WHERE ISBN IS NOT NULL
                  ORDER BY SHELF_LOCATION, TITLE
                END-EXEC.

       PROCEDURE DIVISION.
      *------------------

       PGM-START.
                OPEN OUTPUT DATAOUT.
                MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
                COMPUTE AS-OF-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (CURRENT-DATE-INTEGER)
                   + 1).
                WRITE OUTREC FROM REPHDG
                  AFTER ADVANCING TO-TOP-OF-PAGE.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 1 LINE.
                OPEN EXTEND PRICE-HISTORY-FILE.
                IF PRICEHST-STATUS IS NOT EQUAL TO '00' THEN
                  OPEN OUTPUT PRICE-HISTORY-FILE
                END-IF.
                PERFORM LOAD-PRICE-CHANGES.
                MOVE 1 TO GROUP-START-SUB.
                PERFORM WORK-ONE-ISBN
                  UNTIL GROUP-START-SUB IS GREATER THAN NR-CHANGES.
                PERFORM WRITE-CHANGES-BACK.
                CLOSE PRICE-HISTORY-FILE.
                MOVE 'PRICE CHANGES APPLIED' TO SUM-LABEL.
                MOVE CHANGES-APPLIED-COUNT TO SUM-COUNT.
                WRITE OUTREC FROM REPSUM
                  AFTER ADVANCING 2 LINES.
                MOVE 'MARKDOWNS ENDED' TO SUM-LABEL.
                MOVE MARKDOWNS-ENDED-COUNT TO SUM-COUNT.
                WRITE OUTREC FROM REPSUM
                  AFTER ADVANCING 1 LINE.
                MOVE 'SHELF TAGS TO PRINT' TO SUM-LABEL.
                MOVE NR-TAGS TO SUM-COUNT.
                WRITE OUTREC FROM REPSUM
                  AFTER ADVANCING 1 LINE.
                PERFORM PRINT-SHELF-TAGS THRU PRINT-TAGS-EXIT.
       PGM-END.
                EXEC SQL COMMIT
                END-EXEC.
                CLOSE DATAOUT.
                GOBACK.

      *****************************************************
      * ONLY CHANGES STILL SCHEDULED OR IN FORCE MATTER;  *
      * THE FILE IS IN ISBN AND EFFECTIVE DATE ORDER, SO  *
      * EACH TITLE'S CHANGES LAND TOGETHER IN DATE ORDER. *
      *****************************************************
       LOAD-PRICE-CHANGES.
                OPEN I-O PRICE-CHANGE-FILE.
                IF PRICECHG-STATUS IS EQUAL TO '00' THEN
                  MOVE 'Y' TO PRICECHG-OPEN-SW
                ELSE
                  MOVE 'Y' TO PRICECHG-EOF-SW
                END-IF.
                PERFORM UNTIL PRICECHG-EOF-SW IS EQUAL TO 'Y'
                  READ PRICE-CHANGE-FILE NEXT RECORD
                    AT END
                      MOVE 'Y' TO PRICECHG-EOF-SW
                    NOT AT END
                      IF (PCH-STATUS IS EQUAL TO 'S'
                        OR PCH-STATUS IS EQUAL TO 'A')
                        AND NR-CHANGES IS LESS THAN 1000 THEN
                        ADD 1 TO NR-CHANGES
                        MOVE PCH-ISBN TO PCT-ISBN (NR-CHANGES)
                        MOVE PCH-EFFECTIVE-DATE
                          TO PCT-EFFECTIVE-DATE (NR-CHANGES)
                        MOVE PCH-CHANGE-TYPE
                          TO PCT-CHANGE-TYPE (NR-CHANGES)
                        MOVE PCH-NEW-PRICE
                          TO PCT-NEW-PRICE (NR-CHANGES)
                        MOVE PCH-END-DATE TO PCT-END-DATE (NR-CHANGES)
                        MOVE PCH-STATUS TO PCT-STATUS (NR-CHANGES)
                        MOVE PCH-REGULAR-PRICE
                          TO PCT-REGULAR-PRICE (NR-CHANGES)
                        MOVE PCH-APPLIED-DATE
                          TO PCT-APPLIED-DATE (NR-CHANGES)
                        MOVE 'N' TO PCT-CHANGED-SW (NR-CHANGES)
                      END-IF
                  END-READ
                END-PERFORM.

      *****************************************************
      * ONE TITLE'S CHANGES, GROUP-START-SUB THROUGH      *
      * GROUP-END-SUB.  THE TITLE IS ONLY LOOKED UP WHEN  *
      * SOMETHING IN THE GROUP FALLS DUE TONIGHT.         *
      *****************************************************
       WORK-ONE-ISBN.
                MOVE 'N' TO GROUP-DUE-SW.
                MOVE GROUP-START-SUB TO GROUP-END-SUB.
                PERFORM VARYING CHANGE-SUB FROM GROUP-START-SUB BY 1
                  UNTIL CHANGE-SUB IS GREATER THAN NR-CHANGES
                    OR PCT-ISBN (CHANGE-SUB) IS NOT EQUAL TO
                         PCT-ISBN (GROUP-START-SUB)
                  MOVE CHANGE-SUB TO GROUP-END-SUB
                  IF PCT-STATUS (CHANGE-SUB) IS EQUAL TO 'S'
                    AND PCT-EFFECTIVE-DATE (CHANGE-SUB) IS NOT
                         GREATER THAN AS-OF-DATE
                    MOVE 'Y' TO GROUP-DUE-SW
                  END-IF
                  IF PCT-STATUS (CHANGE-SUB) IS EQUAL TO 'A'
                    AND PCT-CHANGE-TYPE (CHANGE-SUB) IS EQUAL TO 'M'
                    AND PCT-END-DATE (CHANGE-SUB) IS LESS THAN
                         AS-OF-DATE
                    MOVE 'Y' TO GROUP-DUE-SW
                  END-IF
                END-PERFORM.
                IF GROUP-DUE-SW IS EQUAL TO 'Y' THEN
                  PERFORM APPLY-TITLE-CHANGES THRU APPLY-TITLE-EXIT
                END-IF.
                COMPUTE GROUP-START-SUB = GROUP-END-SUB + 1.

       APPLY-TITLE-CHANGES.
                MOVE PCT-ISBN (GROUP-START-SUB) TO HV-ISBN-TEXT.
                MOVE 13 TO HV-ISBN-LEN.
                EXEC SQL SELECT TITLE, PRICE, SHELF_LOCATION
                  INTO :HV-TITLE, :HV-PRICE:IND-PRIC-VARS(2),
                       :HV-SHELF-LOCATION:IND-PRIC-VARS(3)
                  FROM MY_BOOKS
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS EQUAL TO 100 THEN
                    MOVE HV-ISBN-TEXT TO OUT-ISBN
                    MOVE SPACES TO OUT-TITLE
                    MOVE PCT-EFFECTIVE-DATE (GROUP-START-SUB)
                      TO OUT-EFFECTIVE-DATE
                    MOVE 'NOT ON MY_BOOKS' TO OUT-ACTION
                    MOVE ZERO TO OUT-OLD-PRICE
                    MOVE ZERO TO OUT-NEW-PRICE
                    WRITE OUTREC FROM REPROW
                      AFTER ADVANCING 1 LINE
                  ELSE
                    MOVE SQLCODE TO SQLCD
                    WRITE OUTREC FROM REPCOD
                      AFTER ADVANCING 1 LINE
                  END-IF
                  GO TO APPLY-TITLE-EXIT
                END-IF.
                IF IND-PRIC-VARS(2) IS EQUAL TO -1 THEN
                  MOVE ZERO TO CURRENT-PRICE
                ELSE
                  MOVE HV-PRICE TO CURRENT-PRICE
                END-IF.
                MOVE 'N' TO TITLE-CHANGED-SW.
                MOVE ZERO TO ACTIVE-MD-SUB.
                PERFORM APPLY-ONE-CHANGE THRU APPLY-ONE-EXIT
                  VARYING CHANGE-SUB FROM GROUP-START-SUB BY 1
                  UNTIL CHANGE-SUB IS GREATER THAN GROUP-END-SUB.
                IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                  IF PCT-END-DATE (ACTIVE-MD-SUB) IS LESS THAN
                       AS-OF-DATE THEN
                    PERFORM END-ACTIVE-MARKDOWN
                  END-IF
                END-IF.
                IF TITLE-CHANGED-SW IS EQUAL TO 'Y'
                  AND NR-TAGS IS LESS THAN 500 THEN
                  ADD 1 TO NR-TAGS
                  MOVE HV-ISBN-TEXT TO TAG-ISBN (NR-TAGS)
                  IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                    MOVE PCT-END-DATE (ACTIVE-MD-SUB)
                      TO TAG-SALE-END (NR-TAGS)
                  ELSE
                    MOVE ZERO TO TAG-SALE-END (NR-TAGS)
                  END-IF
                END-IF.
       APPLY-TITLE-EXIT.
                EXIT.

      *****************************************************
      * ONE CHANGE, IN DATE ORDER.  A MARKDOWN ALREADY IN *
      * FORCE IS REMEMBERED; ONE THAT RAN OUT BEFORE THIS *
      * CHANGE STARTS IS ENDED FIRST.                     *
      *****************************************************
       APPLY-ONE-CHANGE.
                IF PCT-STATUS (CHANGE-SUB) IS EQUAL TO 'A' THEN
                  IF PCT-CHANGE-TYPE (CHANGE-SUB) IS EQUAL TO 'M' THEN
                    MOVE CHANGE-SUB TO ACTIVE-MD-SUB
                  END-IF
                  GO TO APPLY-ONE-EXIT
                END-IF.
                IF PCT-STATUS (CHANGE-SUB) IS NOT EQUAL TO 'S'
                  OR PCT-EFFECTIVE-DATE (CHANGE-SUB) IS GREATER THAN
                       AS-OF-DATE THEN
                  GO TO APPLY-ONE-EXIT
                END-IF.
                IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                  IF PCT-END-DATE (ACTIVE-MD-SUB) IS LESS THAN
                       PCT-EFFECTIVE-DATE (CHANGE-SUB) THEN
                    PERFORM END-ACTIVE-MARKDOWN
                  END-IF
                END-IF.
                MOVE HV-ISBN-TEXT TO OUT-ISBN.
                MOVE HV-TITLE-TEXT TO OUT-TITLE.
                MOVE PCT-EFFECTIVE-DATE (CHANGE-SUB)
                  TO OUT-EFFECTIVE-DATE.
                IF PCT-CHANGE-TYPE (CHANGE-SUB) IS EQUAL TO 'M' THEN
                  PERFORM APPLY-MARKDOWN THRU APPLY-MARKDOWN-EXIT
                ELSE
                  PERFORM APPLY-REGULAR-CHANGE THRU APPLY-REGULAR-EXIT
                END-IF.
       APPLY-ONE-EXIT.
                EXIT.

      *****************************************************
      * A REGULAR PRICE CHANGE.  UNDER A MARKDOWN THE     *
      * SHELF PRICE STAYS PUT AND THE NEW PRICE IS WHAT   *
      * THE MARKDOWN RETURNS TO.                          *
      *****************************************************
       APPLY-REGULAR-CHANGE.
                IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                  MOVE PCT-REGULAR-PRICE (ACTIVE-MD-SUB)
                    TO PCT-REGULAR-PRICE (CHANGE-SUB)
                  MOVE PCT-NEW-PRICE (CHANGE-SUB)
                    TO PCT-REGULAR-PRICE (ACTIVE-MD-SUB)
                  MOVE 'Y' TO PCT-CHANGED-SW (ACTIVE-MD-SUB)
                  MOVE 'REG UNDER MKDN' TO OUT-ACTION
                  PERFORM MARK-CHANGE-APPLIED
                  GO TO APPLY-REGULAR-EXIT
                END-IF.
                MOVE CURRENT-PRICE TO PCT-REGULAR-PRICE (CHANGE-SUB).
                MOVE PCT-NEW-PRICE (CHANGE-SUB) TO TARGET-PRICE.
                MOVE 'P' TO HISTORY-TYPE.
                MOVE PCT-EFFECTIVE-DATE (CHANGE-SUB)
                  TO HISTORY-EFFECTIVE-DATE.
                PERFORM SET-BOOK-PRICE THRU SET-BOOK-PRICE-EXIT.
                IF SET-FAILED-SW IS EQUAL TO 'N' THEN
                  MOVE 'PRICE CHANGE' TO OUT-ACTION
                  PERFORM MARK-CHANGE-APPLIED
                END-IF.
       APPLY-REGULAR-EXIT.
                EXIT.

      *****************************************************
      * A MARKDOWN.  ONE WHOSE LAST DAY HAS ALREADY GONE  *
      * BY NEVER TOUCHES THE PRICE; ONE LAID OVER ANOTHER *
      * ENDS THE OLD ONE AND KEEPS ITS REGULAR PRICE.     *
      *****************************************************
       APPLY-MARKDOWN.
                IF PCT-END-DATE (CHANGE-SUB) IS LESS THAN AS-OF-DATE
                  THEN
                  MOVE CURRENT-PRICE TO PCT-REGULAR-PRICE (CHANGE-SUB)
                  MOVE 'E' TO PCT-STATUS (CHANGE-SUB)
                  MOVE CURRENT-DATE-INTEGER
                    TO PCT-APPLIED-DATE (CHANGE-SUB)
                  MOVE 'Y' TO PCT-CHANGED-SW (CHANGE-SUB)
                  MOVE 'MKDN EXPIRED' TO OUT-ACTION
                  MOVE PCT-NEW-PRICE (CHANGE-SUB) TO OUT-OLD-PRICE
                  MOVE CURRENT-PRICE TO OUT-NEW-PRICE
                  WRITE OUTREC FROM REPROW
                    AFTER ADVANCING 1 LINE
                  GO TO APPLY-MARKDOWN-EXIT
                END-IF.
                IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                  MOVE PCT-REGULAR-PRICE (ACTIVE-MD-SUB)
                    TO PCT-REGULAR-PRICE (CHANGE-SUB)
                ELSE
                  MOVE CURRENT-PRICE TO PCT-REGULAR-PRICE (CHANGE-SUB)
                END-IF.
                MOVE PCT-NEW-PRICE (CHANGE-SUB) TO TARGET-PRICE.
                MOVE 'M' TO HISTORY-TYPE.
                MOVE PCT-EFFECTIVE-DATE (CHANGE-SUB)
                  TO HISTORY-EFFECTIVE-DATE.
                PERFORM SET-BOOK-PRICE THRU SET-BOOK-PRICE-EXIT.
                IF SET-FAILED-SW IS EQUAL TO 'Y' THEN
                  GO TO APPLY-MARKDOWN-EXIT
                END-IF.
                IF ACTIVE-MD-SUB IS GREATER THAN ZERO THEN
                  MOVE 'E' TO PCT-STATUS (ACTIVE-MD-SUB)
                  MOVE 'Y' TO PCT-CHANGED-SW (ACTIVE-MD-SUB)
                  ADD 1 TO MARKDOWNS-ENDED-COUNT
                END-IF.
                MOVE 'MARKDOWN' TO OUT-ACTION.
                PERFORM MARK-CHANGE-APPLIED.
                MOVE CHANGE-SUB TO ACTIVE-MD-SUB.
       APPLY-MARKDOWN-EXIT.
                EXIT.

      *****************************************************
      * THE MARKDOWN IN FORCE HAS RUN OUT: ITS REGULAR    *
      * PRICE COMES BACK THE DAY AFTER ITS LAST DAY.      *
      *****************************************************
       END-ACTIVE-MARKDOWN.
                MOVE PCT-REGULAR-PRICE (ACTIVE-MD-SUB) TO TARGET-PRICE.
                MOVE 'R' TO HISTORY-TYPE.
                COMPUTE HISTORY-EFFECTIVE-DATE =
                  FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE
                    (PCT-END-DATE (ACTIVE-MD-SUB)) + 1).
                MOVE HV-ISBN-TEXT TO OUT-ISBN.
                MOVE HV-TITLE-TEXT TO OUT-TITLE.
                MOVE HISTORY-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE.
                PERFORM SET-BOOK-PRICE THRU SET-BOOK-PRICE-EXIT.
                IF SET-FAILED-SW IS EQUAL TO 'N' THEN
                  MOVE 'E' TO PCT-STATUS (ACTIVE-MD-SUB)
                  MOVE 'Y' TO PCT-CHANGED-SW (ACTIVE-MD-SUB)
                  ADD 1 TO MARKDOWNS-ENDED-COUNT
                  MOVE 'MARKDOWN ENDED' TO OUT-ACTION
                  WRITE OUTREC FROM REPROW
                    AFTER ADVANCING 1 LINE
                  MOVE ZERO TO ACTIVE-MD-SUB
                END-IF.

       MARK-CHANGE-APPLIED.
                MOVE 'A' TO PCT-STATUS (CHANGE-SUB).
                MOVE CURRENT-DATE-INTEGER
                  TO PCT-APPLIED-DATE (CHANGE-SUB).
                MOVE 'Y' TO PCT-CHANGED-SW (CHANGE-SUB).
                ADD 1 TO CHANGES-APPLIED-COUNT.
                MOVE PCT-REGULAR-PRICE (CHANGE-SUB) TO OUT-OLD-PRICE.
                MOVE PCT-NEW-PRICE (CHANGE-SUB) TO OUT-NEW-PRICE.
                WRITE OUTREC FROM REPROW
                  AFTER ADVANCING 1 LINE.

      *****************************************************
      * MOVE MY_BOOKS.PRICE TO TARGET-PRICE AND RECORD    *
      * THE MOVE ON THE PRICE HISTORY.                    *
      *****************************************************
       SET-BOOK-PRICE.
                MOVE 'N' TO SET-FAILED-SW.
                MOVE TARGET-PRICE TO HV-PRICE.
                EXEC SQL UPDATE MY_BOOKS
                  SET PRICE = :HV-PRICE
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  MOVE 'Y' TO SET-FAILED-SW
                  MOVE SQLCODE TO SQLCD
                  WRITE OUTREC FROM REPCOD
                    AFTER ADVANCING 1 LINE
                  GO TO SET-BOOK-PRICE-EXIT
                END-IF.
                MOVE HV-ISBN-TEXT TO PHS-ISBN.
                MOVE HISTORY-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE.
                MOVE TARGET-PRICE TO PHS-PRICE.
                MOVE CURRENT-PRICE TO PHS-PRIOR-PRICE.
                MOVE HISTORY-TYPE TO PHS-CHANGE-TYPE.
                MOVE CURRENT-DATE-INTEGER TO PHS-APPLIED-DATE.
                MOVE HV-TITLE-TEXT TO PHS-TITLE.
                WRITE PRICE-HISTORY-RECORD.
                MOVE CURRENT-PRICE TO OUT-OLD-PRICE.
                MOVE TARGET-PRICE TO OUT-NEW-PRICE.
                MOVE TARGET-PRICE TO CURRENT-PRICE.
                MOVE 'Y' TO TITLE-CHANGED-SW.
       SET-BOOK-PRICE-EXIT.
                EXIT.

       WRITE-CHANGES-BACK.
                PERFORM VARYING CHANGE-SUB FROM 1 BY 1
                  UNTIL CHANGE-SUB IS GREATER THAN NR-CHANGES
                  IF PCT-CHANGED-SW (CHANGE-SUB) IS EQUAL TO 'Y'
                    MOVE PCT-ISBN (CHANGE-SUB) TO PCH-ISBN
                    MOVE PCT-EFFECTIVE-DATE (CHANGE-SUB)
                      TO PCH-EFFECTIVE-DATE
                    READ PRICE-CHANGE-FILE
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE PCT-STATUS (CHANGE-SUB) TO PCH-STATUS
                        MOVE PCT-REGULAR-PRICE (CHANGE-SUB)
                          TO PCH-REGULAR-PRICE
                        MOVE PCT-APPLIED-DATE (CHANGE-SUB)
                          TO PCH-APPLIED-DATE
                        REWRITE PRICE-CHANGE-RECORD
                    END-READ
                  END-IF
                END-PERFORM.
                IF PRICECHG-OPEN-SW IS EQUAL TO 'Y' THEN
                  CLOSE PRICE-CHANGE-FILE
                END-IF.

      *****************************************************
      * ONE TAG PER TITLE WHOSE PRICE MOVED, SHELF BY     *
      * SHELF, AT THE PRICE NOW ON MY_BOOKS.              *
      *****************************************************
       PRINT-SHELF-TAGS.
                IF NR-TAGS IS EQUAL TO ZERO THEN
                  GO TO PRINT-TAGS-EXIT
                END-IF.
                WRITE OUTREC FROM TAGHDG
                  AFTER ADVANCING TO-TOP-OF-PAGE.
                EXEC SQL OPEN TAG-CRSR
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  MOVE SQLCODE TO SQLCD
                  WRITE OUTREC FROM REPCOD
                    AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM FETCH-AND-TAG
                  UNTIL SQLCODE IS NOT EQUAL TO ZERO.
                EXEC SQL CLOSE TAG-CRSR
                END-EXEC.
       PRINT-TAGS-EXIT.
                EXIT.

       FETCH-AND-TAG.
                EXEC SQL FETCH TAG-CRSR
                  INTO :HV-SHELF-LOCATION:IND-PRIC-VARS(3),
                       :HV-TITLE, :HV-ISBN,
                       :HV-PRICE:IND-PRIC-VARS(2)
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS NOT EQUAL TO 100 THEN
                    MOVE SQLCODE TO SQLCD
                    WRITE OUTREC FROM REPCOD
                      AFTER ADVANCING 1 LINE
                  END-IF
                ELSE
                  MOVE ZERO TO TAG-FOUND-SUB
                  PERFORM VARYING TAG-SUB FROM 1 BY 1
                    UNTIL TAG-SUB IS GREATER THAN NR-TAGS
                    IF TAG-ISBN (TAG-SUB) IS EQUAL TO HV-ISBN-TEXT
                      MOVE TAG-SUB TO TAG-FOUND-SUB
                      MOVE NR-TAGS TO TAG-SUB
                    END-IF
                  END-PERFORM
                  IF TAG-FOUND-SUB IS GREATER THAN ZERO THEN
                    PERFORM PRINT-ONE-TAG
                  END-IF
                END-IF.

       PRINT-ONE-TAG.
                IF IND-PRIC-VARS(3) IS EQUAL TO -1 THEN
                  MOVE '*NO SHELF*' TO HV-SHELF-TEXT
                END-IF.
                IF IND-PRIC-VARS(2) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-PRICE
                END-IF.
                IF FIRST-TAG-SW IS EQUAL TO 'Y'
                  OR HV-SHELF-TEXT IS NOT EQUAL TO CURRENT-SHELF THEN
                  MOVE 'N' TO FIRST-TAG-SW
                  MOVE HV-SHELF-TEXT TO CURRENT-SHELF
                  MOVE HV-SHELF-TEXT TO TAG-OUT-SHELF
                  WRITE OUTREC FROM TAGSHELF
                    AFTER ADVANCING 2 LINES
                END-IF.
                MOVE HV-TITLE-TEXT TO TAG-OUT-TITLE.
                MOVE HV-ISBN-TEXT TO TAG-OUT-ISBN.
                MOVE HV-PRICE TO TAG-OUT-PRICE.
                MOVE SPACES TO TAG-OUT-SALE-TEXT.
                MOVE SPACES TO TAG-OUT-SALE-END.
                IF TAG-SALE-END (TAG-FOUND-SUB) IS GREATER THAN ZERO
                  THEN
                  MOVE TAG-SALE-END (TAG-FOUND-SUB)
                    TO TAG-SALE-END-DATE
                  MOVE ' SALE PRICE THROUGH ' TO TAG-OUT-SALE-TEXT
                  STRING TAG-SALE-END-MM '/' TAG-SALE-END-DD '/'
                         TAG-SALE-END-CCYY
                    DELIMITED BY SIZE INTO TAG-OUT-SALE-END
                END-IF.
                WRITE OUTREC FROM TAGEDGE
                  AFTER ADVANCING 1 LINE.
                WRITE OUTREC FROM TAGTITLE
                  AFTER ADVANCING 1 LINE.
                WRITE OUTREC FROM TAGPRICE
                  AFTER ADVANCING 1 LINE.
                WRITE OUTREC FROM TAGSALE
                  AFTER ADVANCING 1 LINE.
                WRITE OUTREC FROM TAGEDGE
                  AFTER ADVANCING 1 LINE.
