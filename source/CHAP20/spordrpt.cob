      *              DAYS THE CUSTOMER HAS WAITED, FLAGGING           *
      *              ANYTHING OVER TWO WEEKS.  FILLED REQUESTS DO     *
      *              NOT PRINT; THEIR PICKUP NOTICES ALREADY DID.     *
      *              UNFILLED WEB REQUESTS ARE MARKED 'WEB', AND THE  *
      *              TOTALS COUNT EVERY REQUEST ON FILE BY SOURCE --  *
      *              STORE COUNTER OR CATALOG WEB PAGE.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
           02  SPO-REQUEST-DATE       PIC 9(8).
           02  SPO-STATUS             PIC X.
           02  SPO-FILLED-DATE        PIC 9(8).
           02  SPO-SOURCE             PIC X.

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE          PIC X(100).
       01  DAYS-WAITING               PIC S9(8).
       01  UNFILLED-COUNT             PIC 9(4) VALUE ZERO.
       01  AGED-COUNT                 PIC 9(4) VALUE ZERO.
       01  STORE-REQUEST-COUNT        PIC 9(4) VALUE ZERO.
       01  WEB-REQUEST-COUNT          PIC 9(4) VALUE ZERO.
       01  REPORT-HEADING.
           02  FILLER PIC X(29)
               VALUE ' SPECIAL-ORDER AGING REPORT  '.
           02  OUT-DAYS PIC ZZZ9.
           02  FILLER PIC X(1) VALUE SPACES.
           02  OUT-FLAG PIC X(7).
           02  FILLER PIC X(1) VALUE SPACES.
           02  OUT-SOURCE PIC X(3).
       01  REPORT-TOTAL-ROW.
           02  FILLER PIC X(21)
               VALUE ' UNFILLED REQUESTS:  '.
               VALUE '   OVER TWO WEEKS'.
           02  FILLER PIC X(2) VALUE ': '.
           02  OUT-AGED PIC ZZZ9.
       01  REPORT-SOURCE-ROW.
           02  FILLER PIC X(21)
               VALUE ' REQUESTS ON FILE -- '.
           02  FILLER PIC X(7) VALUE 'STORE: '.
           02  OUT-STORE-COUNT PIC ZZZ9.
           02  FILLER PIC X(8) VALUE '   WEB: '.
           02  OUT-WEB-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
      *------------------
                MOVE UNFILLED-COUNT TO OUT-UNFILLED.
                MOVE AGED-COUNT TO OUT-AGED.
                WRITE AGING-REPORT-LINE FROM REPORT-TOTAL-ROW.
                MOVE STORE-REQUEST-COUNT TO OUT-STORE-COUNT.
                MOVE WEB-REQUEST-COUNT TO OUT-WEB-COUNT.
                WRITE AGING-REPORT-LINE FROM REPORT-SOURCE-ROW.
                CLOSE SPECIAL-ORDER-FILE.
                CLOSE AGING-REPORT.
       PGM-END.
                  AT END
                    MOVE 'Y' TO SPECORD-EOF-SW
                  NOT AT END
                    IF SPO-CUSTOMER-NAME IS NOT EQUAL TO SPACES
                      IF SPO-SOURCE IS EQUAL TO 'W'
                        ADD 1 TO WEB-REQUEST-COUNT
                      ELSE
                        ADD 1 TO STORE-REQUEST-COUNT
                      END-IF
                    END-IF
                    IF SPO-STATUS IS NOT EQUAL TO 'F'
                      AND SPO-CUSTOMER-NAME IS NOT EQUAL TO SPACES
                      PERFORM WRITE-ONE-DETAIL
                ELSE
                  MOVE SPACES TO OUT-FLAG
                END-IF.
                IF SPO-SOURCE IS EQUAL TO 'W' THEN
                  MOVE 'WEB' TO OUT-SOURCE
                ELSE
                  MOVE SPACES TO OUT-SOURCE
                END-IF.
                WRITE AGING-REPORT-LINE FROM REPORT-DETAIL-ROW.
