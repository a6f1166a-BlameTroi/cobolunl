      *                 MARKED DOWN OR RETURNED IS VISIBLE AT A      *
      *                 GLANCE;                                       *
      *               - HIGH-RATED TITLES (RATING 8 AND UP) AT OR    *
      *                 BELOW TEN ON HAND FLAGGED *KEEP STOCKED*;    *
      *               - AN AT-COST VALUE (AVG_COST, THE MOVING-      *
      *                 AVERAGE UNIT COST, TIMES QUANTITY) BESIDE    *
      *                 RETAIL ON EVERY LINE AND EVERY TOTAL.  A     *
      *                 TITLE WITH NO COST YET SHOWS ZERO AT COST    *
      *                 AND IS NOTED *NO COST*.                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  BOUGHT-INTEGER             PIC 9(8).
       01  DAYS-ON-HAND               PIC S9(8).
       01  EXTENDED-VALUE             PIC S9(9)V99.
       01  EXTENDED-COST              PIC S9(9)V99.
       01  CURRENT-VENDOR             PIC X(20) VALUE LOW-VALUES.
       01  VENDOR-VALUE-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  GRAND-VALUE-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  VENDOR-COST-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  GRAND-COST-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  FIRST-ROW-SW               PIC X VALUE 'Y'.

       01  AGING-VALUE-TOTALS.
           02  AGE-1-2YR-VALUE        PIC S9(11)V99 VALUE ZERO.
           02  AGE-OLDER-VALUE        PIC S9(11)V99 VALUE ZERO.
           02  AGE-NODATE-VALUE       PIC S9(11)V99 VALUE ZERO.
       01  AGING-COST-TOTALS.
           02  AGE-0-6-COST           PIC S9(11)V99 VALUE ZERO.
           02  AGE-6-12-COST          PIC S9(11)V99 VALUE ZERO.
           02  AGE-1-2YR-COST         PIC S9(11)V99 VALUE ZERO.
           02  AGE-OLDER-COST         PIC S9(11)V99 VALUE ZERO.
           02  AGE-NODATE-COST        PIC S9(11)V99 VALUE ZERO.

       01  NR-SHELF-TOTALS            PIC S9(4) USAGE COMP VALUE ZERO.
       01  SHELF-SUB                  PIC S9(4) USAGE COMP.
           02  SHELF-TOTAL-ENTRY OCCURS 50 TIMES.
               03  SHT-SHELF          PIC X(10).
               03  SHT-VALUE          PIC S9(11)V99.
               03  SHT-COST-VALUE     PIC S9(11)V99.

      *****************************************************
      * RECORDS FOR REPORTING RESULTS                     *
                   VALUE ' ---------'.
               02  FILLER PIC X(28)
                   VALUE SPACES.
       01  REPCOL.
               02  FILLER PIC X(26)
                   VALUE ' TITLE'.
               02  FILLER PIC X(6)
                   VALUE '   QTY'.
               02  FILLER PIC X(11)
                   VALUE '     RETAIL'.
               02  FILLER PIC X(11)
                   VALUE '    AT COST'.
               02  FILLER PIC X(26)
                   VALUE ' AGE'.
       01  REPROW.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-TITLE PIC X(24)
                   VALUE SPACES.
               02  FILLER PIC X(1)
                   VALUE SPACES.
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-VALUE PIC ZZZ,ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  OUT-COST-VALUE PIC ZZZ,ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
                   VALUE SPACES.
               02  OUT-NOTE PIC X(14)
                   VALUE SPACES.
       01  REPSUB.
               02  FILLER PIC X(1)
                   VALUE SPACES.
                   VALUE SPACES.
               02  SUB-VALUE PIC ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(1)
                   VALUE SPACES.
               02  SUB-COST-VALUE PIC ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
               02  FILLER PIC X(3)
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
       01 HV-QUANTITY       PIC S9(9) USAGE COMP.
       01 HV-PRICE          PIC S9(3)V99 USAGE COMP-3.
       01 HV-RATING         PIC S9(4) USAGE COMP.
       01 HV-AVG-COST       PIC S9(3)V9(4) USAGE COMP-3.
       01 IND-VALU.
          10 IND-VALU-VARS PIC S9(4) COMP OCCURS 8 TIMES.

      *****************************************************
      * CURSOR IN VENDOR ORDER FOR THE CONTROL BREAK      *
      *****************************************************
                EXEC SQL DECLARE VALU-CRSR CURSOR FOR
                  SELECT TITLE, VENDOR, SHELF_LOCATION, QUANTITY,
                         PRICE, RATING, CHAR(DATE_BOUGHT, ISO),
                         AVG_COST
                  FROM  MY_BOOKS
                  ORDER BY VENDOR, TITLE
                END-EXEC.
                  FUNCTION INTEGER-OF-DATE (TODAYS-INTEGER).
                WRITE OUTREC FROM REPHDG
                  AFTER ADVANCING TO-TOP-OF-PAGE.
                WRITE OUTREC FROM REPCOL
                  AFTER ADVANCING 1 LINE.
                EXEC SQL OPEN VALU-CRSR
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                MOVE 'GRAND TOTAL VALUE         ' TO SUB-CAPTION.
                MOVE SPACES TO SUB-KEY.
                MOVE GRAND-VALUE-TOTAL TO SUB-VALUE.
                MOVE GRAND-COST-TOTAL TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 2 LINES.
       PGM-END.
                       :HV-QUANTITY:IND-VALU-VARS(4),
                       :HV-PRICE:IND-VALU-VARS(5),
                       :HV-RATING:IND-VALU-VARS(6),
                       :HV-DATE-BOUGHT:IND-VALU-VARS(7),
                       :HV-AVG-COST:IND-VALU-VARS(8)
                END-EXEC.
                IF SQLCODE IS NOT EQUAL TO 0 THEN
                  IF SQLCODE IS NOT EQUAL TO 100 THEN
                IF IND-VALU-VARS(5) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-PRICE
                END-IF.
                IF IND-VALU-VARS(8) IS EQUAL TO -1 THEN
                  MOVE ZERO TO HV-AVG-COST
                END-IF.
                COMPUTE EXTENDED-VALUE =
                  HV-QUANTITY * HV-PRICE.
                COMPUTE EXTENDED-COST ROUNDED =
                  HV-QUANTITY * HV-AVG-COST.
                ADD EXTENDED-VALUE TO VENDOR-VALUE-TOTAL.
                ADD EXTENDED-VALUE TO GRAND-VALUE-TOTAL.
                ADD EXTENDED-COST TO VENDOR-COST-TOTAL.
                ADD EXTENDED-COST TO GRAND-COST-TOTAL.
                PERFORM AGE-THIS-TITLE.
                PERFORM COUNT-SHELF-VALUE.
                MOVE SPACES TO OUT-NOTE.
                MOVE HV-TITLE-TEXT TO OUT-TITLE.
                MOVE HV-QUANTITY TO OUT-QTY.
                MOVE EXTENDED-VALUE TO OUT-VALUE.
                MOVE EXTENDED-COST TO OUT-COST-VALUE.
                IF IND-VALU-VARS(6) IS NOT EQUAL TO -1
                  AND HV-RATING IS NOT LESS THAN 8
                  AND HV-QUANTITY IS NOT GREATER THAN 10 THEN
                  MOVE '*KEEP STOCKED*' TO OUT-NOTE
                ELSE
                  IF IND-VALU-VARS(8) IS EQUAL TO -1 THEN
                    MOVE '*NO COST*     ' TO OUT-NOTE
                  END-IF
                END-IF.
                WRITE OUTREC FROM REPROW
                  AFTER ADVANCING 1 LINE.
                IF IND-VALU-VARS(7) IS EQUAL TO -1 THEN
                  MOVE 'NO DATE   ' TO OUT-AGE
                  ADD EXTENDED-VALUE TO AGE-NODATE-VALUE
                  ADD EXTENDED-COST TO AGE-NODATE-COST
                ELSE
                  MOVE HV-DATE-BOUGHT (1:4) TO BOUGHT-DATE-NUM (1:4)
                  MOVE HV-DATE-BOUGHT (6:2) TO BOUGHT-DATE-NUM (5:2)
                    WHEN DAYS-ON-HAND IS NOT GREATER THAN 182
                      MOVE '0-6 MOS   ' TO OUT-AGE
                      ADD EXTENDED-VALUE TO AGE-0-6-VALUE
                      ADD EXTENDED-COST TO AGE-0-6-COST
                    WHEN DAYS-ON-HAND IS NOT GREATER THAN 365
                      MOVE '6-12 MOS  ' TO OUT-AGE
                      ADD EXTENDED-VALUE TO AGE-6-12-VALUE
                      ADD EXTENDED-COST TO AGE-6-12-COST
                    WHEN DAYS-ON-HAND IS NOT GREATER THAN 730
                      MOVE '1-2 YEARS ' TO OUT-AGE
                      ADD EXTENDED-VALUE TO AGE-1-2YR-VALUE
                      ADD EXTENDED-COST TO AGE-1-2YR-COST
                    WHEN OTHER
                      MOVE 'OLDER     ' TO OUT-AGE
                      ADD EXTENDED-VALUE TO AGE-OLDER-VALUE
                      ADD EXTENDED-COST TO AGE-OLDER-COST
                  END-EVALUATE
                END-IF.

                    MOVE NR-SHELF-TOTALS TO SHELF-SUB
                    MOVE HV-SHELF-TEXT TO SHT-SHELF (SHELF-SUB)
                    MOVE ZERO TO SHT-VALUE (SHELF-SUB)
                    MOVE ZERO TO SHT-COST-VALUE (SHELF-SUB)
                  ELSE
                    MOVE 1 TO SHELF-SUB
                  END-IF
                END-IF.
                ADD EXTENDED-VALUE TO SHT-VALUE (SHELF-SUB).
                ADD EXTENDED-COST TO SHT-COST-VALUE (SHELF-SUB).

       PRINT-VENDOR-SUBTOTAL.
                MOVE 'TOTAL BY VENDOR           ' TO SUB-CAPTION.
                MOVE CURRENT-VENDOR TO SUB-KEY.
                MOVE VENDOR-VALUE-TOTAL TO SUB-VALUE.
                MOVE VENDOR-COST-TOTAL TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 1 LINE.
                MOVE ZERO TO VENDOR-VALUE-TOTAL.
                MOVE ZERO TO VENDOR-COST-TOTAL.

       PRINT-SHELF-SUBTOTALS.
                PERFORM VARYING SHELF-SUB FROM 1 BY 1
                  MOVE 'TOTAL BY SHELF LOCATION   ' TO SUB-CAPTION
                  MOVE SHT-SHELF (SHELF-SUB) TO SUB-KEY
                  MOVE SHT-VALUE (SHELF-SUB) TO SUB-VALUE
                  MOVE SHT-COST-VALUE (SHELF-SUB) TO SUB-COST-VALUE
                  WRITE OUTREC FROM REPSUB
                    AFTER ADVANCING 1 LINE
                END-PERFORM.
                MOVE 'VALUE BOUGHT 0-6 MONTHS   ' TO SUB-CAPTION.
                MOVE SPACES TO SUB-KEY.
                MOVE AGE-0-6-VALUE TO SUB-VALUE.
                MOVE AGE-0-6-COST TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 2 LINES.
                MOVE 'VALUE BOUGHT 6-12 MONTHS  ' TO SUB-CAPTION.
                MOVE AGE-6-12-VALUE TO SUB-VALUE.
                MOVE AGE-6-12-COST TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 1 LINE.
                MOVE 'VALUE BOUGHT 1-2 YEARS    ' TO SUB-CAPTION.
                MOVE AGE-1-2YR-VALUE TO SUB-VALUE.
                MOVE AGE-1-2YR-COST TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 1 LINE.
                MOVE 'VALUE BOUGHT OLDER        ' TO SUB-CAPTION.
                MOVE AGE-OLDER-VALUE TO SUB-VALUE.
                MOVE AGE-OLDER-COST TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 1 LINE.
                MOVE 'VALUE WITH NO BOUGHT DATE ' TO SUB-CAPTION.
                MOVE AGE-NODATE-VALUE TO SUB-VALUE.
                MOVE AGE-NODATE-COST TO SUB-COST-VALUE.
                WRITE OUTREC FROM REPSUB
                  AFTER ADVANCING 1 LINE.
