      *             WITH A VENDOR PERFORMANCE SUMMARY: ON-TIME        *
      *             PERCENTAGE AND FILL RATE (RECEIVED OVER           *
      *             ORDERED) PER VENDOR.                              *
      *                                                               *
      *             EACH RECEIPT ALSO CARRIES ITS PO LINE UNIT COST   *
      *             INTO THE TITLE'S MOVING-AVERAGE COST (AVG_COST):  *
      *             THE COPIES ON HAND AT THE OLD AVERAGE PLUS THE    *
      *             COPIES RECEIVED AT THE PO COST, OVER THE NEW      *
      *             ON-HAND COUNT.  A TITLE WITH NOTHING ON HAND OR   *
      *             NO AVERAGE YET TAKES THE PO COST OUTRIGHT, AND A  *
      *             PO LINE WITH NO COST LEAVES THE AVERAGE ALONE.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  POL-LINE-STATUS        PIC X.
           02  POL-EXPECTED-DATE      PIC 9(8).
           02  POL-VENDOR             PIC X(20).
           02  POL-UNIT-COST          PIC 9(3)V99.

       FD  PO-LINE-OUTPUT.
       01  PO-LINE-OUT-RECORD        PIC X(87).

       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD.
           02  SPO-REQUEST-DATE       PIC 9(8).
           02  SPO-STATUS             PIC X.
           02  SPO-FILLED-DATE        PIC 9(8).
           02  SPO-SOURCE             PIC X.

       FD  SPECIAL-ORDER-OUTPUT.
       01  SPECIAL-ORDER-OUT-RECORD   PIC X(91).

       WORKING-STORAGE SECTION.

               03  PLT-LINE-STATUS    PIC X.
               03  PLT-EXPECTED-DATE  PIC 9(8).
               03  PLT-VENDOR         PIC X(20).
               03  PLT-UNIT-COST      PIC 9(3)V99.
       01  RECEIPTS-POSTED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  SPECORD-STATUS             PIC XX.
       01  SPECORD-EOF-SW             PIC X VALUE 'N'.
               03  SPT-REQUEST-DATE   PIC 9(8).
               03  SPT-STATUS         PIC X.
               03  SPT-FILLED-DATE    PIC 9(8).
               03  SPT-SOURCE         PIC X.
       01  NOTICES-PRINTED-COUNT      PIC S9(4) USAGE COMP VALUE ZERO.
       01  NR-PERF-VENDORS            PIC S9(4) USAGE COMP VALUE ZERO.
       01  PERF-SUB                   PIC S9(4) USAGE COMP.
                   VALUE SPACES.
               02  OUT-NOTE PIC X(16)
                   VALUE SPACES.
               02  FILLER PIC X(6)
                   VALUE ' COST '.
               02  OUT-UNIT-COST PIC ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(7)
                   VALUE SPACES.
       01  REPCOD.
               02  FILLER PIC X(10)
                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.

      *****************************************************
          49 HV-ISBN-LEN  PIC S9(4) USAGE COMP.
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 HV-QTY-RECEIVED  PIC S9(9) USAGE COMP.
       01 HV-QUANTITY      PIC S9(9) USAGE COMP.
       01 HV-AVG-COST      PIC S9(3)V9(4) USAGE COMP-3.
       01 HV-NEW-AVG-COST  PIC S9(3)V9(4) USAGE COMP-3.
       01 IND-RECV.
          10 IND-RECV-VARS PIC S9(4) COMP OCCURS 2 TIMES.

       PROCEDURE DIVISION.
      *------------------
                          TO PLT-EXPECTED-DATE (NR-PO-LINES)
                        MOVE POL-VENDOR
                          TO PLT-VENDOR (NR-PO-LINES)
                        IF POL-UNIT-COST IS NUMERIC THEN
                          MOVE POL-UNIT-COST
                            TO PLT-UNIT-COST (NR-PO-LINES)
                        ELSE
                          MOVE ZERO TO PLT-UNIT-COST (NR-PO-LINES)
                        END-IF
                      END-IF
                  END-READ
                END-PERFORM.
                MOVE RCV-PO-NUMBER TO OUT-PO-NUMBER.
                MOVE RCV-ISBN TO OUT-ISBN.
                MOVE RCV-QTY-RECEIVED TO OUT-RECEIVED.
                MOVE ZERO TO OUT-UNIT-COST.
                IF MATCH-SUB IS EQUAL TO ZERO THEN
                  MOVE ZERO TO OUT-ORDERED
                  MOVE '*NO OPEN LINE*  ' TO OUT-NOTE
                ELSE
                  MOVE PLT-QTY-ORDERED (MATCH-SUB) TO OUT-ORDERED
                  MOVE PLT-UNIT-COST (MATCH-SUB) TO OUT-UNIT-COST
                  MOVE 'C' TO PLT-LINE-STATUS (MATCH-SUB)
                  IF RCV-QTY-RECEIVED IS GREATER THAN
                       PLT-QTY-ORDERED (MATCH-SUB) THEN
                MOVE RCV-ISBN TO HV-ISBN-TEXT.
                MOVE 13 TO HV-ISBN-LEN.
                MOVE RCV-QTY-RECEIVED TO HV-QTY-RECEIVED.
                IF PLT-UNIT-COST (MATCH-SUB) IS GREATER THAN ZERO THEN
                  PERFORM UPDATE-QUANTITY-AND-COST THRU UPDATE-COST-EXIT
                ELSE
                  EXEC SQL UPDATE MY_BOOKS
                    SET QUANTITY = QUANTITY + :HV-QTY-RECEIVED
                    WHERE ISBN = :HV-ISBN
                  END-EXEC
                END-IF.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  MOVE SQLCODE TO SQLCD
                  WRITE OUTREC FROM REPCOD
                  ADD 1 TO RECEIPTS-POSTED-COUNT
                END-IF.

      *****************************************************
      * MOVING AVERAGE: (ON HAND X OLD AVERAGE + RECEIVED *
      * X PO COST) / (ON HAND + RECEIVED).  NOTHING ON    *
      * HAND, OR NO AVERAGE YET, TAKES THE PO COST.       *
      *****************************************************
       UPDATE-QUANTITY-AND-COST.
                EXEC SQL SELECT QUANTITY, AVG_COST
                  INTO :HV-QUANTITY:IND-RECV-VARS(1),
                       :HV-AVG-COST:IND-RECV-VARS(2)
                  FROM MY_BOOKS
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  GO TO UPDATE-COST-EXIT
                END-IF.
                IF IND-RECV-VARS(1) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-QUANTITY
                END-IF.
                IF IND-RECV-VARS(2) IS EQUAL TO -1
                  OR HV-QUANTITY IS NOT GREATER THAN ZERO THEN
                  MOVE PLT-UNIT-COST (MATCH-SUB) TO HV-NEW-AVG-COST
                ELSE
                  COMPUTE HV-NEW-AVG-COST ROUNDED =
                    (HV-QUANTITY * HV-AVG-COST +
                     HV-QTY-RECEIVED * PLT-UNIT-COST (MATCH-SUB))
                    / (HV-QUANTITY + HV-QTY-RECEIVED)
                END-IF.
                EXEC SQL UPDATE MY_BOOKS
                  SET QUANTITY = QUANTITY + :HV-QTY-RECEIVED,
                      AVG_COST = :HV-NEW-AVG-COST
                  WHERE ISBN = :HV-ISBN
                END-EXEC.
       UPDATE-COST-EXIT.
                EXIT.

       WRITE-PO-LINES-BACK.
                OPEN OUTPUT PO-LINE-OUTPUT.
                PERFORM VARYING POLINE-SUB FROM 1 BY 1
