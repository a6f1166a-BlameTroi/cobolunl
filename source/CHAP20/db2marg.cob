       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DB2MARG.

      *****************************************************************
      *   DB2MARG - BATCH DB2 COBOL STATIC SQL PROGRAM.  THE MONTHLY  *
      *             GROSS MARGIN REPORT FOR MY_BOOKS: WHAT WE MADE    *
      *             ON THE BOOKS WE SOLD.                             *
      *                                                               *
      *               SALEHIST.DAT  THE PER-SALE HISTORY DB2SALE      *
      *                             WRITES -- DATE, ISBN, QUANTITY,   *
      *                             SALE DOLLARS, AND THE COST OF     *
      *                             GOODS SOLD AT THE TITLE'S         *
      *                             AVERAGE COST WHEN IT SOLD         *
      *               MARGPARM.DAT  THE MONTH TO REPORT, CCYYMM.      *
      *                             NO CONTROL RECORD REPORTS THE     *
      *                             CURRENT MONTH TO DATE.            *
      *                                                               *
      *             UNITS SOLD, SALES DOLLARS, COST, GROSS MARGIN,    *
      *             AND MARGIN PERCENT ARE PRINTED BY TITLE (IN       *
      *             TITLE ORDER OFF MY_BOOKS), THEN BY VENDOR AND BY  *
      *             SHELF LOCATION, WITH A GRAND TOTAL.  CUSTOMER     *
      *             RETURNS (HISTORY TYPE 'R') COME OFF UNITS, SALES, *
      *             AND COST, SO THE FIGURES ARE NET.  A TITLE SOLD   *
      *             IN THE MONTH BUT NO LONGER ON MY_BOOKS PRINTS     *
      *             UNDER ITS ISBN AFTER THE OTHERS.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      C01 IS TO-TOP-OF-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAOUT
                  ASSIGN TO UT-S-SYSPRINT.
           SELECT MARGIN-PARM-FILE
                  ASSIGN TO "MARGPARM.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS PARM-STATUS.
           SELECT SALES-HISTORY-FILE
                  ASSIGN TO "SALEHIST.DAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS SALEHIST-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DATAOUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTREC.
       01  OUTREC                     PIC X(80).

       FD  MARGIN-PARM-FILE.
       01  MARGIN-PARM-RECORD.
           02  PARM-REPORT-MONTH      PIC 9(6).

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

       01  PARM-STATUS                PIC XX.
       01  SALEHIST-STATUS            PIC XX.
       01  SALEHIST-EOF-SW            PIC X VALUE 'N'.
       01  REPORT-MONTH               PIC 9(6).
       01  REPORT-MONTH-GROUP REDEFINES REPORT-MONTH.
           02  REPORT-YEAR            PIC 9(4).
           02  REPORT-MM              PIC 99.
       01  CURRENT-DATE-INFO          PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           02  CURRENT-MONTH          PIC 9(6).
           02  FILLER                 PIC X(15).
       01  HISTORY-UNITS              PIC S9(7).
       01  HISTORY-SALES              PIC S9(9)V99.
       01  HISTORY-COST               PIC S9(9)V99.
       01  LINE-UNITS                 PIC S9(7).
       01  LINE-SALES                 PIC S9(9)V99.
       01  LINE-COST                  PIC S9(9)V99.
       01  LINE-MARGIN                PIC S9(9)V99.
       01  LINE-MARGIN-PCT            PIC S9(4)V9.
       01  GRAND-UNITS                PIC S9(7) VALUE ZERO.
       01  GRAND-SALES                PIC S9(9)V99 VALUE ZERO.
       01  GRAND-COST                 PIC S9(9)V99 VALUE ZERO.

       01  NR-TITLE-ROWS              PIC S9(4) USAGE COMP VALUE ZERO.
       01  TITLE-SUB                  PIC S9(4) USAGE COMP.
       01  TITLE-FOUND-SUB            PIC S9(4) USAGE COMP.
       01  TITLE-MARGIN-TABLE.
           02  TITLE-MARGIN-ENTRY OCCURS 500 TIMES.
               03  TMT-ISBN           PIC X(13).
               03  TMT-UNITS          PIC S9(7).
               03  TMT-SALES          PIC S9(9)V99.
               03  TMT-COST           PIC S9(9)V99.
               03  TMT-PRINTED        PIC X.
       01  NR-VENDOR-ROWS             PIC S9(4) USAGE COMP VALUE ZERO.
       01  VENDOR-SUB                 PIC S9(4) USAGE COMP.
       01  VENDOR-MARGIN-TABLE.
           02  VENDOR-MARGIN-ENTRY OCCURS 50 TIMES.
               03  VMT-VENDOR         PIC X(20).
               03  VMT-UNITS          PIC S9(7).
               03  VMT-SALES          PIC S9(9)V99.
               03  VMT-COST           PIC S9(9)V99.
       01  NR-SHELF-ROWS              PIC S9(4) USAGE COMP VALUE ZERO.
       01  SHELF-SUB                  PIC S9(4) USAGE COMP.
       01  SHELF-MARGIN-TABLE.
           02  SHELF-MARGIN-ENTRY OCCURS 50 TIMES.
               03  SMT-SHELF          PIC X(10).
               03  SMT-UNITS          PIC S9(7).
               03  SMT-SALES          PIC S9(9)V99.
               03  SMT-COST           PIC S9(9)V99.

      *****************************************************
      * RECORDS FOR THE MARGIN REPORT                     *
      *****************************************************
       01  REPHDG.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(25)
                   VALUE ' MY_BOOKS GROSS MARGIN   '.
               02  OUT-REPORT-YEAR PIC 9(4)
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE '-'.
               02  OUT-REPORT-MM PIC 99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  FILLER PIC X(10)
                   VALUE ' ---------'.
               02  FILLER PIC X(27)
                   VALUE SPACES.
       01  REPSEC.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  SEC-CAPTION PIC X(30)
                   VALUE SPACES.
               02  FILLER PIC X(49)
                   VALUE SPACES.
       01  REPCOL.
               02  FILLER PIC X(26)
                   VALUE SPACES.
               02  FILLER PIC X(8)
                   VALUE '  UNITS '.
               02  FILLER PIC X(12)
                   VALUE '      SALES '.
               02  FILLER PIC X(12)
                   VALUE '       COST '.
               02  FILLER PIC X(12)
                   VALUE '     MARGIN '.
               02  FILLER PIC X(10)
                   VALUE ' MARGIN % '.
       01  REPROW.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-NAME PIC X(24)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-UNITS PIC ZZ,ZZ9-
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-SALES PIC ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-COST PIC ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-MARGIN PIC ZZZ,ZZ9.99-
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-MARGIN-PCT PIC ZZZ9.9-
                   USAGE DISPLAY.
               02  FILLER PIC X(3)
                   VALUE SPACES.
       01  REPNON.
               02  FILLER PIC X(10)
                   VALUE SPACES.
               02  FILLER PIC X(34)
                   VALUE ' NO SALES ON THE HISTORY FOR THE  '.
               02  FILLER PIC X(13)
                   VALUE ' MONTH       '.
               02  FILLER PIC X(23)
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
       01 HV-VENDOR.
          49 HV-VENDOR-LEN  PIC S9(4) USAGE COMP.
          49 HV-VENDOR-TEXT PIC X(20) VALUE SPACES.
       01 HV-SHELF-LOCATION.
          49 HV-SHELF-LEN  PIC S9(4) USAGE COMP.
          49 HV-SHELF-TEXT PIC X(10) VALUE SPACES.
       01 HV-ISBN.
          49 HV-ISBN-LEN  PIC S9(4) USAGE COMP.
          49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
       01 IND-MARG.
          10 IND-MARG-VARS PIC S9(4) COMP OCCURS 4 TIMES.

      *****************************************************
      * CURSOR IN TITLE ORDER FOR THE TITLE SECTION       *
      *****************************************************
                EXEC SQL DECLARE MARG-CRSR CURSOR FOR
                  SELECT TITLE, VENDOR, SHELF_LOCATION, ISBN
                  FROM  MY_BOOKS
                  ORDER BY TITLE
                END-EXEC.

       PROCEDURE DIVISION.
      *------------------

       PGM-START.
                OPEN OUTPUT DATAOUT.
                PERFORM READ-REPORT-MONTH.
                MOVE REPORT-YEAR TO OUT-REPORT-YEAR.
                MOVE REPORT-MM TO OUT-REPORT-MM.
                WRITE OUTREC FROM REPHDG
                  AFTER ADVANCING TO-TOP-OF-PAGE.
                PERFORM LOAD-MONTH-HISTORY.
                IF NR-TITLE-ROWS IS EQUAL TO ZERO THEN
                  WRITE OUTREC FROM REPNON
                    AFTER ADVANCING 1 LINE
                  GO TO PGM-END
                END-IF.
                MOVE 'BY TITLE                      ' TO SEC-CAPTION.
                WRITE OUTREC FROM REPSEC
                  AFTER ADVANCING 2 LINES.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 1 LINE.
                EXEC SQL OPEN MARG-CRSR
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  MOVE SQLCODE TO SQLCD
                  WRITE OUTREC FROM REPCOD
                    AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM FETCH-AND-PRINT-TITLE
                  UNTIL SQLCODE IS NOT EQUAL TO ZERO.
                EXEC SQL CLOSE MARG-CRSR
                END-EXEC.
                PERFORM PRINT-TITLES-NOT-ON-FILE.
                PERFORM PRINT-VENDOR-SECTION.
                PERFORM PRINT-SHELF-SECTION.
                MOVE 'GRAND TOTAL             ' TO OUT-NAME.
                MOVE GRAND-UNITS TO LINE-UNITS.
                MOVE GRAND-SALES TO LINE-SALES.
                MOVE GRAND-COST TO LINE-COST.
                PERFORM WRITE-MARGIN-ROW.
       PGM-END.
                CLOSE DATAOUT.
                GOBACK.

      *****************************************************
      * THE MONTH COMES OFF MARGPARM.DAT; WITHOUT ONE,    *
      * THE CURRENT MONTH TO DATE IS REPORTED.            *
      *****************************************************
       READ-REPORT-MONTH.
                MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
                MOVE CURRENT-MONTH TO REPORT-MONTH.
                OPEN INPUT MARGIN-PARM-FILE.
                IF PARM-STATUS IS EQUAL TO '00' THEN
                  READ MARGIN-PARM-FILE
                    AT END
                      CONTINUE
                    NOT AT END
                      IF PARM-REPORT-MONTH IS NUMERIC
                        AND PARM-REPORT-MONTH IS GREATER THAN ZERO
                        MOVE PARM-REPORT-MONTH TO REPORT-MONTH
                      END-IF
                  END-READ
                  CLOSE MARGIN-PARM-FILE
                END-IF.

      *****************************************************
      * THE MONTH'S HISTORY, NETTED BY ISBN.  A RETURN    *
      * COMES OFF; HISTORY FROM BEFORE THE DOLLARS WERE   *
      * CARRIED COUNTS UNITS ONLY.                        *
      *****************************************************
       LOAD-MONTH-HISTORY.
                OPEN INPUT SALES-HISTORY-FILE.
                IF SALEHIST-STATUS IS NOT EQUAL TO '00' THEN
                  MOVE 'Y' TO SALEHIST-EOF-SW
                END-IF.
                PERFORM UNTIL SALEHIST-EOF-SW IS EQUAL TO 'Y'
                  READ SALES-HISTORY-FILE
                    AT END
                      MOVE 'Y' TO SALEHIST-EOF-SW
                    NOT AT END
                      PERFORM NOTE-ONE-HISTORY-LINE
                        THRU NOTE-HISTORY-EXIT
                  END-READ
                END-PERFORM.
                IF SALEHIST-STATUS IS EQUAL TO '00' OR '10' THEN
                  CLOSE SALES-HISTORY-FILE
                END-IF.

       NOTE-ONE-HISTORY-LINE.
                IF SHX-SALE-DATE IS NOT NUMERIC
                  OR SHX-QUANTITY IS NOT NUMERIC THEN
                  GO TO NOTE-HISTORY-EXIT
                END-IF.
                IF SHX-SALE-DATE (1:6) IS NOT EQUAL TO REPORT-MONTH
                  THEN
                  GO TO NOTE-HISTORY-EXIT
                END-IF.
                MOVE SHX-QUANTITY TO HISTORY-UNITS.
                MOVE ZERO TO HISTORY-SALES.
                MOVE ZERO TO HISTORY-COST.
                IF SHX-SALE-AMOUNT IS NUMERIC THEN
                  MOVE SHX-SALE-AMOUNT TO HISTORY-SALES
                END-IF.
                IF SHX-COST-AMOUNT IS NUMERIC THEN
                  MOVE SHX-COST-AMOUNT TO HISTORY-COST
                END-IF.
                IF SHX-TRANS-TYPE IS EQUAL TO 'R' THEN
                  COMPUTE HISTORY-UNITS = 0 - HISTORY-UNITS
                  COMPUTE HISTORY-SALES = 0 - HISTORY-SALES
                  COMPUTE HISTORY-COST = 0 - HISTORY-COST
                END-IF.
                MOVE ZERO TO TITLE-FOUND-SUB.
                PERFORM VARYING TITLE-SUB FROM 1 BY 1
                  UNTIL TITLE-SUB IS GREATER THAN NR-TITLE-ROWS
                    OR TITLE-FOUND-SUB IS GREATER THAN ZERO
                  IF TMT-ISBN (TITLE-SUB) IS EQUAL TO SHX-ISBN
                    MOVE TITLE-SUB TO TITLE-FOUND-SUB
                  END-IF
                END-PERFORM.
                IF TITLE-FOUND-SUB IS EQUAL TO ZERO
                  AND NR-TITLE-ROWS IS LESS THAN 500 THEN
                  ADD 1 TO NR-TITLE-ROWS
                  MOVE NR-TITLE-ROWS TO TITLE-FOUND-SUB
                  MOVE SHX-ISBN TO TMT-ISBN (NR-TITLE-ROWS)
                  MOVE ZERO TO TMT-UNITS (NR-TITLE-ROWS)
                  MOVE ZERO TO TMT-SALES (NR-TITLE-ROWS)
                  MOVE ZERO TO TMT-COST (NR-TITLE-ROWS)
                  MOVE 'N' TO TMT-PRINTED (NR-TITLE-ROWS)
                END-IF.
                IF TITLE-FOUND-SUB IS GREATER THAN ZERO THEN
                  ADD HISTORY-UNITS TO TMT-UNITS (TITLE-FOUND-SUB)
                  ADD HISTORY-SALES TO TMT-SALES (TITLE-FOUND-SUB)
                  ADD HISTORY-COST TO TMT-COST (TITLE-FOUND-SUB)
                END-IF.
       NOTE-HISTORY-EXIT.
                EXIT.

      *****************************************************
      * ONE MY_BOOKS TITLE: PRINTED WHEN IT SOLD IN THE   *
      * MONTH, AND ADDED INTO ITS VENDOR AND SHELF        *
      *****************************************************
       FETCH-AND-PRINT-TITLE.
                EXEC SQL FETCH MARG-CRSR
                  INTO :HV-TITLE, :HV-VENDOR:IND-MARG-VARS(2),
                       :HV-SHELF-LOCATION:IND-MARG-VARS(3),
                       :HV-ISBN:IND-MARG-VARS(4)
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS NOT EQUAL TO 100 THEN
                    MOVE SQLCODE TO SQLCD
                    WRITE OUTREC FROM REPCOD
                      AFTER ADVANCING 1 LINE
                  END-IF
                ELSE
                  IF IND-MARG-VARS(4) IS NOT EQUAL TO -1 THEN
                    PERFORM PRINT-ONE-TITLE THRU PRINT-TITLE-EXIT
                  END-IF
                END-IF.

       PRINT-ONE-TITLE.
                MOVE ZERO TO TITLE-FOUND-SUB.
                PERFORM VARYING TITLE-SUB FROM 1 BY 1
                  UNTIL TITLE-SUB IS GREATER THAN NR-TITLE-ROWS
                    OR TITLE-FOUND-SUB IS GREATER THAN ZERO
                  IF TMT-ISBN (TITLE-SUB) IS EQUAL TO HV-ISBN-TEXT
                    AND TMT-PRINTED (TITLE-SUB) IS EQUAL TO 'N'
                    MOVE TITLE-SUB TO TITLE-FOUND-SUB
                  END-IF
                END-PERFORM.
                IF TITLE-FOUND-SUB IS EQUAL TO ZERO THEN
                  GO TO PRINT-TITLE-EXIT
                END-IF.
                MOVE 'Y' TO TMT-PRINTED (TITLE-FOUND-SUB).
                IF IND-MARG-VARS(2) IS EQUAL TO -1 THEN
                  MOVE '*NO VENDOR*         ' TO HV-VENDOR-TEXT
                END-IF.
                IF IND-MARG-VARS(3) IS EQUAL TO -1 THEN
                  MOVE '*NO SHELF*' TO HV-SHELF-TEXT
                END-IF.
                MOVE HV-TITLE-TEXT TO OUT-NAME.
                PERFORM PRINT-AND-ROLL-UP-TITLE.
       PRINT-TITLE-EXIT.
                EXIT.

      *****************************************************
      * SALES FOR AN ISBN NO LONGER ON MY_BOOKS PRINT     *
      * UNDER THE ISBN, WITH NO VENDOR OR SHELF           *
      *****************************************************
       PRINT-TITLES-NOT-ON-FILE.
                PERFORM VARYING TITLE-FOUND-SUB FROM 1 BY 1
                  UNTIL TITLE-FOUND-SUB IS GREATER THAN NR-TITLE-ROWS
                  IF TMT-PRINTED (TITLE-FOUND-SUB) IS EQUAL TO 'N'
                    MOVE 'Y' TO TMT-PRINTED (TITLE-FOUND-SUB)
                    MOVE '*NO VENDOR*         ' TO HV-VENDOR-TEXT
                    MOVE '*NO SHELF*' TO HV-SHELF-TEXT
                    MOVE SPACES TO OUT-NAME
                    MOVE TMT-ISBN (TITLE-FOUND-SUB) TO OUT-NAME
                    PERFORM PRINT-AND-ROLL-UP-TITLE
                  END-IF
                END-PERFORM.

       PRINT-AND-ROLL-UP-TITLE.
                MOVE TMT-UNITS (TITLE-FOUND-SUB) TO LINE-UNITS.
                MOVE TMT-SALES (TITLE-FOUND-SUB) TO LINE-SALES.
                MOVE TMT-COST (TITLE-FOUND-SUB) TO LINE-COST.
                PERFORM WRITE-MARGIN-ROW.
                ADD LINE-UNITS TO GRAND-UNITS.
                ADD LINE-SALES TO GRAND-SALES.
                ADD LINE-COST TO GRAND-COST.
                PERFORM ROLL-UP-VENDOR.
                PERFORM ROLL-UP-SHELF.

       ROLL-UP-VENDOR.
                PERFORM VARYING VENDOR-SUB FROM 1 BY 1
                  UNTIL VENDOR-SUB IS GREATER THAN NR-VENDOR-ROWS
                    OR VMT-VENDOR (VENDOR-SUB) IS EQUAL TO
                         HV-VENDOR-TEXT
                  CONTINUE
                END-PERFORM.
                IF VENDOR-SUB IS GREATER THAN NR-VENDOR-ROWS THEN
                  IF NR-VENDOR-ROWS IS LESS THAN 50 THEN
                    ADD 1 TO NR-VENDOR-ROWS
                    MOVE NR-VENDOR-ROWS TO VENDOR-SUB
                    MOVE HV-VENDOR-TEXT TO VMT-VENDOR (VENDOR-SUB)
                    MOVE ZERO TO VMT-UNITS (VENDOR-SUB)
                    MOVE ZERO TO VMT-SALES (VENDOR-SUB)
                    MOVE ZERO TO VMT-COST (VENDOR-SUB)
                  ELSE
                    MOVE 1 TO VENDOR-SUB
                  END-IF
                END-IF.
                ADD LINE-UNITS TO VMT-UNITS (VENDOR-SUB).
                ADD LINE-SALES TO VMT-SALES (VENDOR-SUB).
                ADD LINE-COST TO VMT-COST (VENDOR-SUB).

       ROLL-UP-SHELF.
                PERFORM VARYING SHELF-SUB FROM 1 BY 1
                  UNTIL SHELF-SUB IS GREATER THAN NR-SHELF-ROWS
                    OR SMT-SHELF (SHELF-SUB) IS EQUAL TO
                         HV-SHELF-TEXT
                  CONTINUE
                END-PERFORM.
                IF SHELF-SUB IS GREATER THAN NR-SHELF-ROWS THEN
                  IF NR-SHELF-ROWS IS LESS THAN 50 THEN
                    ADD 1 TO NR-SHELF-ROWS
                    MOVE NR-SHELF-ROWS TO SHELF-SUB
                    MOVE HV-SHELF-TEXT TO SMT-SHELF (SHELF-SUB)
                    MOVE ZERO TO SMT-UNITS (SHELF-SUB)
                    MOVE ZERO TO SMT-SALES (SHELF-SUB)
                    MOVE ZERO TO SMT-COST (SHELF-SUB)
                  ELSE
                    MOVE 1 TO SHELF-SUB
                  END-IF
                END-IF.
                ADD LINE-UNITS TO SMT-UNITS (SHELF-SUB).
                ADD LINE-SALES TO SMT-SALES (SHELF-SUB).
                ADD LINE-COST TO SMT-COST (SHELF-SUB).

       PRINT-VENDOR-SECTION.
                MOVE 'BY VENDOR                     ' TO SEC-CAPTION.
                WRITE OUTREC FROM REPSEC
                  AFTER ADVANCING 2 LINES.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 1 LINE.
                PERFORM VARYING VENDOR-SUB FROM 1 BY 1
                  UNTIL VENDOR-SUB IS GREATER THAN NR-VENDOR-ROWS
                  MOVE SPACES TO OUT-NAME
                  MOVE VMT-VENDOR (VENDOR-SUB) TO OUT-NAME
                  MOVE VMT-UNITS (VENDOR-SUB) TO LINE-UNITS
                  MOVE VMT-SALES (VENDOR-SUB) TO LINE-SALES
                  MOVE VMT-COST (VENDOR-SUB) TO LINE-COST
                  PERFORM WRITE-MARGIN-ROW
                END-PERFORM.

       PRINT-SHELF-SECTION.
                MOVE 'BY SHELF LOCATION             ' TO SEC-CAPTION.
                WRITE OUTREC FROM REPSEC
                  AFTER ADVANCING 2 LINES.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 1 LINE.
                PERFORM VARYING SHELF-SUB FROM 1 BY 1
                  UNTIL SHELF-SUB IS GREATER THAN NR-SHELF-ROWS
                  MOVE SPACES TO OUT-NAME
                  MOVE SMT-SHELF (SHELF-SUB) TO OUT-NAME
                  MOVE SMT-UNITS (SHELF-SUB) TO LINE-UNITS
                  MOVE SMT-SALES (SHELF-SUB) TO LINE-SALES
                  MOVE SMT-COST (SHELF-SUB) TO LINE-COST
                  PERFORM WRITE-MARGIN-ROW
                END-PERFORM.

      *****************************************************
      * MARGIN IS SALES LESS COST; MARGIN PERCENT IS OF   *
      * SALES, ZERO WHEN NOTHING WAS TAKEN IN.            *
      *****************************************************
       WRITE-MARGIN-ROW.
                COMPUTE LINE-MARGIN = LINE-SALES - LINE-COST.
                IF LINE-SALES IS EQUAL TO ZERO THEN
                  MOVE ZERO TO LINE-MARGIN-PCT
                ELSE
                  COMPUTE LINE-MARGIN-PCT ROUNDED =
                    LINE-MARGIN * 100 / LINE-SALES
                END-IF.
                MOVE LINE-UNITS TO OUT-UNITS.
                MOVE LINE-SALES TO OUT-SALES.
                MOVE LINE-COST TO OUT-COST.
                MOVE LINE-MARGIN TO OUT-MARGIN.
                MOVE LINE-MARGIN-PCT TO OUT-MARGIN-PCT.
                WRITE OUTREC FROM REPROW
                  AFTER ADVANCING 1 LINE.
