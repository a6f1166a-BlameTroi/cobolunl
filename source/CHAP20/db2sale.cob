      *             ISBN, QUANTITY), WHICH IS WHERE DB2PORD READS     *
      *             THE DEMAND VELOCITY BEHIND ITS REORDER            *
      *             QUANTITIES.                                       *
      *                                                               *
      *             EACH SALE IS COSTED AT THE TITLE'S MOVING-        *
      *             AVERAGE COST (AVG_COST) AS IT POSTS: THE HISTORY  *
      *             RECORD CARRIES THE SALE DOLLARS AND THE COST OF   *
      *             GOODS SOLD BESIDE THE QUANTITY, A CUSTOMER RETURN *
      *             GOES ON THE HISTORY TOO (TYPE 'R') WITH ITS       *
      *             REFUND AND THE COST BACK INTO STOCK, AND THE      *
      *             JOURNAL CLOSES WITH THE DAY'S COST OF GOODS SOLD  *
      *             AND GROSS MARGIN.  DB2MARG READS THE HISTORY FOR  *
      *             THE MONTHLY MARGIN REPORT.  A TITLE WITH NO       *
      *             AVERAGE COST YET SELLS AT ZERO COST AND IS NOTED  *
      *             IN THE JOURNAL.                                   *
      *                                                               *
      *             THE HISTORY RECORD ALSO CARRIES THE SHELF PRICE   *
      *             IN FORCE THE DAY OF THE SALE -- MY_BOOKS.PRICE AS *
      *             THE SALE POSTS.  DB2PRIC, WHICH RUNS AFTER THIS   *
      *             JOB, ONLY MOVES THE PRICE FOR THE NEXT DAY, SO    *
      *             THE PRICE POSTED IS THE ONE THE SHELF TAG SHOWED. *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  SHX-SALE-DATE          PIC 9(8).
           02  SHX-ISBN               PIC X(13).
           02  SHX-QUANTITY           PIC 9(4).
           02  SHX-SALE-AMOUNT        PIC 9(7)V99.
           02  SHX-COST-AMOUNT        PIC 9(7)V99.
           02  SHX-TRANS-TYPE         PIC X.
           02  SHX-SHELF-PRICE        PIC 9(3)V99.

      *  SHX-SALE-AMOUNT ON, PAST THE OLD RECORD END: HISTORY WRITTEN
      *  BEFORE THEY WERE CARRIED READS AS SPACES.  SHX-TRANS-TYPE IS
      *  SPACE FOR A SALE, 'R' FOR A CUSTOMER RETURN.  SHX-SHELF-PRICE
      *  IS THE MY_BOOKS PRICE IN FORCE ON THE SALE DATE.

       WORKING-STORAGE SECTION.

           02  CURRENT-DATE-INTEGER   PIC 9(8).
           02  FILLER                 PIC X(13).
       01  SALE-EXTENDED-AMOUNT       PIC 9(7)V99.
       01  SALE-COST-AMOUNT           PIC 9(7)V99.
       01  DAY-COST-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       01  DAY-RETURN-COST            PIC 9(9)V99 VALUE ZERO.
       01  DAY-NET-COST               PIC S9(9)V99 VALUE ZERO.
       01  DAY-GROSS-MARGIN           PIC S9(9)V99 VALUE ZERO.
       01  SALES-POSTED-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  SALES-REFUSED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  DAY-TOTAL-AMOUNT           PIC 9(9)V99 VALUE ZERO.
                   USAGE DISPLAY.
               02  FILLER PIC X(25)
                   VALUE SPACES.
       01  DAYCOST.
               02  FILLER PIC X(20)
                   VALUE ' COST OF GOODS SOLD '.
               02  NET-COST PIC ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(15)
                   VALUE '  GROSS MARGIN '.
               02  NET-MARGIN PIC ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(23)
                   VALUE SPACES.
       01  REPCOD.
               02  FILLER PIC X(10)
                   VALUE SPACES.
                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.

      *****************************************************
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 HV-QUANTITY       PIC S9(9) USAGE COMP.
       01 HV-QTY-SOLD       PIC S9(9) USAGE COMP.
       01 HV-AVG-COST       PIC S9(3)V9(4) USAGE COMP-3.
       01 HV-PRICE          PIC S9(3)V99 USAGE COMP-3.
       01 IND-SALE.
          10 IND-SALE-VARS PIC S9(4) COMP OCCURS 6 TIMES.

       PROCEDURE DIVISION.
      *------------------
                MOVE DAY-NET-AMOUNT TO NET-NET.
                WRITE OUTREC FROM DAYNET
                  AFTER ADVANCING 2 LINES.
                COMPUTE DAY-NET-COST =
                  DAY-COST-AMOUNT - DAY-RETURN-COST.
                COMPUTE DAY-GROSS-MARGIN =
                  DAY-NET-AMOUNT - DAY-NET-COST.
                MOVE DAY-NET-COST TO NET-COST.
                MOVE DAY-GROSS-MARGIN TO NET-MARGIN.
                WRITE OUTREC FROM DAYCOST
                  AFTER ADVANCING 1 LINE.
       PGM-END.
                EXEC SQL COMMIT
                END-EXEC.
                  MOVE SALE-ISBN TO HV-ISBN-TEXT
                  MOVE 13 TO HV-ISBN-LEN
                  EXEC SQL SELECT TITLE, VENDOR, SHELF_LOCATION,
                                  QUANTITY, ISBN, AVG_COST, PRICE
                    INTO :HV-TITLE, :HV-VENDOR:IND-SALE-VARS(2),
                         :HV-SHELF-LOCATION:IND-SALE-VARS(3),
                         :HV-QUANTITY:IND-SALE-VARS(4), :HV-ISBN,
                         :HV-AVG-COST:IND-SALE-VARS(5),
                         :HV-PRICE:IND-SALE-VARS(6)
                    FROM MY_BOOKS
                    WHERE ISBN = :HV-ISBN
                  END-EXEC
                  MOVE SALE-TITLE TO HV-TITLE-TEXT
                  MOVE 30 TO HV-TITLE-LEN
                  EXEC SQL SELECT TITLE, VENDOR, SHELF_LOCATION,
                                  QUANTITY, ISBN, AVG_COST, PRICE
                    INTO :HV-TITLE, :HV-VENDOR:IND-SALE-VARS(2),
                         :HV-SHELF-LOCATION:IND-SALE-VARS(3),
                         :HV-QUANTITY:IND-SALE-VARS(4), :HV-ISBN,
                         :HV-AVG-COST:IND-SALE-VARS(5),
                         :HV-PRICE:IND-SALE-VARS(6)
                    FROM MY_BOOKS
                    WHERE TITLE = :HV-TITLE
                  END-EXEC
                  ADD SALE-EXTENDED-AMOUNT TO DAY-TOTAL-AMOUNT
                  PERFORM COUNT-SHELF-TOTAL
                  PERFORM COUNT-VENDOR-TOTAL
                  PERFORM COST-AT-AVERAGE
                  ADD SALE-COST-AMOUNT TO DAY-COST-AMOUNT
                  MOVE SPACE TO SHX-TRANS-TYPE
                  PERFORM WRITE-SALES-HISTORY
                END-IF.

      *****************************************************
      * COST OF GOODS AT THE TITLE'S AVERAGE COST; NONE   *
      * ON FILE YET COSTS ZERO AND SAYS SO IN THE JOURNAL *
      *****************************************************
       COST-AT-AVERAGE.
                IF IND-SALE-VARS(5) IS EQUAL TO -1 THEN
                  MOVE ZERO TO SALE-COST-AMOUNT
                  MOVE '*NO COST ON FILE*   ' TO OUT-NOTE
                ELSE
                  COMPUTE SALE-COST-AMOUNT ROUNDED =
                    SALE-QUANTITY * HV-AVG-COST
                END-IF.

       WRITE-SALES-HISTORY.
                MOVE CURRENT-DATE-INTEGER TO SHX-SALE-DATE.
                MOVE HV-ISBN-TEXT TO SHX-ISBN.
                MOVE SALE-QUANTITY TO SHX-QUANTITY.
                MOVE SALE-EXTENDED-AMOUNT TO SHX-SALE-AMOUNT.
                MOVE SALE-COST-AMOUNT TO SHX-COST-AMOUNT.
                IF IND-SALE-VARS(6) IS EQUAL TO -1 THEN
                  MOVE ZERO TO SHX-SHELF-PRICE
                ELSE
                  MOVE HV-PRICE TO SHX-SHELF-PRICE
                END-IF.
                WRITE SALES-HISTORY-RECORD.

       COUNT-SHELF-TOTAL.
                IF IND-SALE-VARS(3) IS EQUAL TO -1 THEN
                IF SALE-ISBN IS NOT EQUAL TO SPACES THEN
                  MOVE SALE-ISBN TO HV-ISBN-TEXT
                  MOVE 13 TO HV-ISBN-LEN
                  EXEC SQL SELECT TITLE, ISBN, AVG_COST, PRICE
                    INTO :HV-TITLE, :HV-ISBN,
                         :HV-AVG-COST:IND-SALE-VARS(5),
                         :HV-PRICE:IND-SALE-VARS(6)
                    FROM MY_BOOKS
                    WHERE ISBN = :HV-ISBN
                  END-EXEC
                ELSE
                  MOVE SALE-TITLE TO HV-TITLE-TEXT
                  MOVE 30 TO HV-TITLE-LEN
                  EXEC SQL SELECT TITLE, ISBN, AVG_COST, PRICE
                    INTO :HV-TITLE, :HV-ISBN,
                         :HV-AVG-COST:IND-SALE-VARS(5),
                         :HV-PRICE:IND-SALE-VARS(6)
                    FROM MY_BOOKS
                    WHERE TITLE = :HV-TITLE
                  END-EXEC
                  ELSE
                    ADD 1 TO RETURNS-POSTED-COUNT
                    ADD SALE-EXTENDED-AMOUNT TO DAY-REFUND-AMOUNT
                    PERFORM COST-AT-AVERAGE
                    ADD SALE-COST-AMOUNT TO DAY-RETURN-COST
                    MOVE 'R' TO SHX-TRANS-TYPE
                    PERFORM WRITE-SALES-HISTORY
                    IF NR-RETURN-LINES IS LESS THAN 100 THEN
                      ADD 1 TO NR-RETURN-LINES
                      MOVE HV-TITLE-TEXT
