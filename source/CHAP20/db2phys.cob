      *             A VARIANCE OF MORE THAN TEN COPIES EITHER WAY IS  *
      *             FLAGGED FOR RECOUNT AND IS NOT POSTED EVEN IF     *
      *             MARKED APPROVED.                                  *
      *                                                               *
      *             A POSTED ADJUSTMENT MOVES COPIES IN OR OUT AT THE *
      *             TITLE'S MOVING-AVERAGE COST (AVG_COST), SO THE    *
      *             UNIT COST ITSELF STANDS AND THE INVENTORY AT COST *
      *             MOVES BY THE VARIANCE TIMES THE AVERAGE.  THE     *
      *             AUDIT RECORD CARRIES THE UNIT COST IT WAS POSTED  *
      *             AT, AND THE REPORT CLOSES WITH THE NET OF THE     *
      *             POSTED ADJUSTMENTS AT COST FOR THE BOOKS.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  ADJ-ISBN               PIC X(13).
           02  ADJ-OLD-QUANTITY       PIC 9(6).
           02  ADJ-NEW-QUANTITY       PIC 9(6).
           02  ADJ-UNIT-COST          PIC 9(3)V9(4).

       WORKING-STORAGE SECTION.

       01  FROZEN-COUNT               PIC S9(9) USAGE COMP VALUE ZERO.
       01  POSTED-COUNT               PIC S9(9) USAGE COMP VALUE ZERO.
       01  RECOUNT-COUNT              PIC S9(9) USAGE COMP VALUE ZERO.
       01  ADJUSTMENT-COST-VALUE      PIC S9(7)V99.
       01  POSTED-COST-TOTAL          PIC S9(9)V99 VALUE ZERO.

      *****************************************************
      * RECORDS FOR THE VARIANCE REPORT                   *
                   VALUE SPACES.
               02  FILLER PIC X(8)
                   VALUE SPACES.
       01  REPADJ.
               02  FILLER PIC X(34)
                   VALUE ' NET POSTED ADJUSTMENTS AT COST   '.
               02  OUT-POSTED-COST PIC ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(31)
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
       01 HV-QUANTITY       PIC S9(9) USAGE COMP.
       01 HV-NEW-QUANTITY   PIC S9(9) USAGE COMP.
       01 HV-PRICE          PIC S9(3)V99 USAGE COMP-3.
       01 HV-AVG-COST       PIC S9(3)V9(4) USAGE COMP-3.
       01 IND-PHYS.
          10 IND-PHYS-VARS PIC S9(4) COMP OCCURS 4 TIMES.

                OPEN EXTEND ADJUSTMENT-AUDIT-FILE.
                PERFORM RECONCILE-ONE-COUNT
                  UNTIL EOF-SW IS EQUAL TO 'Y'.
                MOVE POSTED-COST-TOTAL TO OUT-POSTED-COST.
                WRITE OUTREC FROM REPADJ
                  AFTER ADVANCING 2 LINES.
                CLOSE COUNT-FILE.
                CLOSE ADJUSTMENT-AUDIT-FILE.

       VARIANCE-ONE-TITLE.
                MOVE CNT-ISBN TO HV-ISBN-TEXT.
                MOVE 13 TO HV-ISBN-LEN.
                EXEC SQL SELECT QUANTITY, PRICE, AVG_COST
                  INTO :HV-QUANTITY, :HV-PRICE:IND-PHYS-VARS(2),
                       :HV-AVG-COST:IND-PHYS-VARS(3)
                  FROM MY_BOOKS
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                  IF IND-PHYS-VARS(2) IS EQUAL TO -1 THEN
                    MOVE ZERO TO HV-PRICE
                  END-IF
                  IF IND-PHYS-VARS(3) IS EQUAL TO -1 THEN
                    MOVE ZERO TO HV-AVG-COST
                  END-IF
                  COMPUTE VARIANCE-VALUE =
                    VARIANCE-QUANTITY * HV-PRICE
                  MOVE VARIANCE-VALUE TO OUT-VALUE
                  MOVE CNT-ISBN TO ADJ-ISBN
                  MOVE HV-QUANTITY TO ADJ-OLD-QUANTITY
                  MOVE CNT-COUNTED-QUANTITY TO ADJ-NEW-QUANTITY
                  MOVE HV-AVG-COST TO ADJ-UNIT-COST
                  WRITE ADJUSTMENT-AUDIT-RECORD
                  ADD 1 TO POSTED-COUNT
                  COMPUTE ADJUSTMENT-COST-VALUE ROUNDED =
                    VARIANCE-QUANTITY * HV-AVG-COST
                  ADD ADJUSTMENT-COST-VALUE TO POSTED-COST-TOTAL
                END-IF.
