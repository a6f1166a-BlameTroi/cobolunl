      *                      THE RTV REGISTER WITH A CREDIT RECAP     *
      *                      BY VENDOR SO THE CREDIT OWED CAN BE      *
      *                      CHASED.                                  *
      *                                                               *
      *             RETURNED COPIES LEAVE AT THE TITLE'S MOVING-      *
      *             AVERAGE COST (AVG_COST), SO THE PROPOSED VALUE    *
      *             AND THE CREDIT OWED ARE EXTENDED AT THAT COST --  *
      *             WHAT WE PAID, NOT WHAT WE SELL FOR -- AND THE     *
      *             UNIT COST OF THE COPIES LEFT ON HAND STANDS.  A   *
      *             TITLE WITH NO AVERAGE COST YET FALLS BACK TO      *
      *             PRICE AND IS NOTED ON THE LINE.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
                   VALUE ' CREDIT '.
               02  OUT-CREDIT PIC ZZZ,ZZ9.99
                   USAGE DISPLAY.
       01  RTVNOCOST.
               02  FILLER PIC X(57)
                   VALUE SPACES.
               02  FILLER PIC X(23)
                   VALUE '*NO COST - AT RETAIL*  '.
       01  RECAPROW.
               02  FILLER PIC X(8)
                   VALUE ' VENDOR '.
                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.

      *****************************************************
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 HV-QUANTITY       PIC S9(9) USAGE COMP.
       01 HV-PRICE          PIC S9(5)V99 USAGE COMP-3.
       01 HV-AVG-COST       PIC S9(3)V9(4) USAGE COMP-3.
       01 HV-QTY-RETURNED   PIC S9(9) USAGE COMP.
       01 HV-CUTOFF         PIC X(10).
       01 IND-RTV.
          10 IND-RTV-VARS PIC S9(4) COMP OCCURS 5 TIMES.

      *****************************************************
      * CURSOR FOR STOCK BOUGHT OVER A YEAR AGO           *
      *****************************************************
                EXEC SQL DECLARE RTV-CRSR CURSOR FOR
                  SELECT TITLE, VENDOR, ISBN, QUANTITY, PRICE,
                         AVG_COST
                  FROM  MY_BOOKS
                  WHERE CHAR(DATE_BOUGHT, ISO) < :HV-CUTOFF
                    AND QUANTITY > 0
                  INTO :HV-TITLE, :HV-VENDOR:IND-RTV-VARS(2),
                       :HV-ISBN:IND-RTV-VARS(3),
                       :HV-QUANTITY,
                       :HV-PRICE:IND-RTV-VARS(4),
                       :HV-AVG-COST:IND-RTV-VARS(5)
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS NOT EQUAL TO 100 THEN
                  IF IND-RTV-VARS(4) IS EQUAL TO -1 THEN
                    MOVE ZERO TO HV-PRICE
                  END-IF
                  MOVE HV-QUANTITY TO QTY-TO-POST
                  PERFORM EXTEND-AT-COST
                  MOVE SPACES TO RTV-PROPOSAL-RECORD
                  MOVE HV-ISBN-TEXT TO PRP-ISBN
                  MOVE HV-TITLE-TEXT TO PRP-TITLE
                  MOVE EXTENDED-VALUE TO OUT-CREDIT
                  WRITE OUTREC FROM RTVROW
                    AFTER ADVANCING 1 LINE
                  PERFORM NOTE-NO-COST
                  ADD 1 TO PROPOSALS-WRITTEN-COUNT
                END-IF.

       APPLY-ONE-RETURN.
                MOVE APR-ISBN TO HV-ISBN-TEXT.
                MOVE 13 TO HV-ISBN-LEN.
                EXEC SQL SELECT TITLE, VENDOR, QUANTITY, PRICE,
                                AVG_COST
                  INTO :HV-TITLE, :HV-VENDOR:IND-RTV-VARS(2),
                       :HV-QUANTITY,
                       :HV-PRICE:IND-RTV-VARS(4),
                       :HV-AVG-COST:IND-RTV-VARS(5)
                  FROM MY_BOOKS
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                      IF IND-RTV-VARS(4) IS EQUAL TO -1 THEN
                        MOVE ZERO TO HV-PRICE
                      END-IF
                      PERFORM EXTEND-AT-COST
                      MOVE HV-VENDOR-TEXT TO OUT-VENDOR
                      MOVE HV-TITLE-TEXT TO OUT-TITLE
                      MOVE QTY-TO-POST TO OUT-QUANTITY
                      MOVE EXTENDED-VALUE TO OUT-CREDIT
                      WRITE OUTREC FROM RTVROW
                        AFTER ADVANCING 1 LINE
                      PERFORM NOTE-NO-COST
                      ADD 1 TO RETURNS-POSTED-COUNT
                      PERFORM RECAP-BY-VENDOR
                    END-IF
                  ADD EXTENDED-VALUE
                    TO VRT-CREDIT (VENDOR-FOUND-SUB)
                END-IF.

      *****************************************************
      * THE COPIES GO BACK AT THE AVERAGE COST; PRICE     *
      * ONLY WHEN THE TITLE HAS NO COST ON FILE YET.      *
      *****************************************************
       EXTEND-AT-COST.
                IF IND-RTV-VARS(5) IS EQUAL TO -1 THEN
                  COMPUTE EXTENDED-VALUE =
                    QTY-TO-POST * HV-PRICE
                ELSE
                  COMPUTE EXTENDED-VALUE ROUNDED =
                    QTY-TO-POST * HV-AVG-COST
                END-IF.

       NOTE-NO-COST.
                IF IND-RTV-VARS(5) IS EQUAL TO -1 THEN
                  WRITE OUTREC FROM RTVNOCOST
                    AFTER ADVANCING 1 LINE
                END-IF.
