       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRICEMNT.

      *****************************************************************
      *   PRICEMNT - BOOK PRICE CHANGE CONSOLE.  A PRICE IN MY_BOOKS  *
      *             IS NO LONGER CHANGED BY HAND; THE CHANGE IS       *
      *             SCHEDULED HERE ON PRICECHG.DAT, KEYED BY ISBN AND *
      *             THE DATE IT TAKES EFFECT, AND DB2PRIC APPLIES IT  *
      *             THE NIGHT BEFORE:                                 *
      *                                                               *
      *               'P' A REGULAR PRICE CHANGE, FOR GOOD.           *
      *               'M' A MARKDOWN, IN FORCE THROUGH ITS END DATE,  *
      *                   AFTER WHICH DB2PRIC PUTS THE REGULAR PRICE  *
      *                   BACK.                                       *
      *                                                               *
      *             EACH CHANGE IS 'S' SCHEDULED UNTIL DB2PRIC        *
      *             APPLIES IT ('A'); A MARKDOWN IS 'E' ONCE ENDED.   *
      *             A SCHEDULED CHANGE CAN BE CANCELLED ('C'); A      *
      *             MARKDOWN ALREADY IN FORCE IS CANCELLED BY ENDING  *
      *             IT TODAY, SO TONIGHT'S RUN RESTORES THE PRICE.    *
      *                                                               *
      *             THE OPERATOR NEEDS FUNCTION 'P' OF SYSTEM BOOKS   *
      *             ON THE OPERATOR AUTHORITY FILE (AUTHCHK).         *
      *                                                               *
      *             FUNCTIONS: (A)DD, (C)ANCEL, (L)IST BY ISBN.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-CHANGE-FILE
                  ASSIGN TO "PRICECHG.DAT"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PCH-KEY
                  FILE STATUS IS PRICECHG-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  PRICECHG-STATUS            PIC XX.
       01  CONTINUE-PROCESSING        PIC XXX VALUE SPACES.
       01  OPERATOR-CHOICE            PIC X.
       01  INPUT-ISBN                 PIC X(13).
       01  INPUT-CHANGE-TYPE          PIC X.
       01  INPUT-DATE                 PIC X(8).
       01  INPUT-DATE-NUM REDEFINES INPUT-DATE
                                      PIC 9(8).
       01  INPUT-PRICE                PIC X(8).
       01  CHECKED-DATE               PIC 9(8).
       01  DATE-OK-SW                 PIC X.
       01  LIST-DONE-SW               PIC X.
       01  DISPLAY-PRICE              PIC ZZ9.99.
       01  DISPLAY-REGULAR            PIC ZZ9.99.
       01  CURRENT-DATE-INFO          PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           02  CURRENT-DATE-INTEGER   PIC 9(8).
           02  FILLER                 PIC X(13).
       01  AUTHCHK-USER-ID            PIC X(20).
       01  AUTHCHK-SYSTEM             PIC X(8) VALUE 'BOOKS   '.
       01  AUTHCHK-FUNCTION           PIC X VALUE 'P'.
       01  AUTHCHK-RETURN             PIC XX.

       PROCEDURE DIVISION.
      *------------------
       PGM-START.
                DISPLAY 'BOOK PRICE CHANGE MAINTENANCE'.
                DISPLAY 'USER' UPON ENVIRONMENT-NAME.
                ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
                CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
                    AUTHCHK-FUNCTION AUTHCHK-RETURN.
                IF AUTHCHK-RETURN IS NOT EQUAL TO '00' THEN
                  DISPLAY 'YOU ARE NOT AUTHORIZED TO CHANGE BOOK '
                      'PRICES'
                  STOP RUN
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
                OPEN I-O PRICE-CHANGE-FILE.
                IF PRICECHG-STATUS IS NOT EQUAL TO '00' THEN
                  OPEN OUTPUT PRICE-CHANGE-FILE
                  CLOSE PRICE-CHANGE-FILE
                  OPEN I-O PRICE-CHANGE-FILE
                END-IF.
                IF PRICECHG-STATUS IS NOT EQUAL TO '00' THEN
                  DISPLAY 'UNABLE TO OPEN PRICECHG.DAT, STATUS: '
                      PRICECHG-STATUS
                  STOP RUN
                END-IF.
                PERFORM WORK-ONE-REQUEST
                  UNTIL CONTINUE-PROCESSING (1:1) IS EQUAL TO 'N'
                     OR CONTINUE-PROCESSING (1:1) IS EQUAL TO 'n'.
                CLOSE PRICE-CHANGE-FILE.
       PGM-END.
                STOP RUN.

       WORK-ONE-REQUEST.
                DISPLAY '(A)DD, (C)ANCEL, (L)IST PRICE CHANGES?'.
                ACCEPT OPERATOR-CHOICE.
                DISPLAY 'ISBN'.
                ACCEPT INPUT-ISBN.
                IF INPUT-ISBN IS EQUAL TO SPACES THEN
                  DISPLAY 'A PRICE CHANGE NEEDS AN ISBN'
                ELSE
                  EVALUATE OPERATOR-CHOICE
                    WHEN 'A'
                    WHEN 'a'
                      PERFORM ADD-PRICE-CHANGE THRU ADD-CHANGE-EXIT
                    WHEN 'C'
                    WHEN 'c'
                      PERFORM CANCEL-PRICE-CHANGE
                        THRU CANCEL-CHANGE-EXIT
                    WHEN 'L'
                    WHEN 'l'
                      PERFORM LIST-PRICE-CHANGES
                    WHEN OTHER
                      DISPLAY 'PLEASE ANSWER A, C, OR L'
                  END-EVALUATE
                END-IF.
                DISPLAY 'ANYTHING ELSE? (Y/N)'.
                ACCEPT CONTINUE-PROCESSING.

      *****************************************************
      * A CHANGE TAKES EFFECT TOMORROW AT THE EARLIEST;   *
      * A MARKDOWN MUST END ON OR AFTER ITS FIRST DAY.    *
      *****************************************************
       ADD-PRICE-CHANGE.
                MOVE SPACES TO PRICE-CHANGE-RECORD.
                MOVE INPUT-ISBN TO PCH-ISBN.
                DISPLAY '(P)RICE CHANGE OR (M)ARKDOWN?'.
                ACCEPT INPUT-CHANGE-TYPE.
                EVALUATE INPUT-CHANGE-TYPE
                  WHEN 'P'
                  WHEN 'p'
                    MOVE 'P' TO PCH-CHANGE-TYPE
                  WHEN 'M'
                  WHEN 'm'
                    MOVE 'M' TO PCH-CHANGE-TYPE
                  WHEN OTHER
                    DISPLAY 'PLEASE ANSWER P OR M -- NOTHING RECORDED'
                    GO TO ADD-CHANGE-EXIT
                END-EVALUATE.
                DISPLAY 'EFFECTIVE DATE, CCYYMMDD'.
                PERFORM ACCEPT-ONE-DATE.
                IF DATE-OK-SW IS NOT EQUAL TO 'Y' THEN
                  GO TO ADD-CHANGE-EXIT
                END-IF.
                IF CHECKED-DATE IS NOT GREATER THAN
                     CURRENT-DATE-INTEGER THEN
                  DISPLAY 'TONIGHT''S RUN SETS TOMORROW''S PRICES -- '
                      'THE EARLIEST DATE IS TOMORROW'
                  GO TO ADD-CHANGE-EXIT
                END-IF.
                MOVE CHECKED-DATE TO PCH-EFFECTIVE-DATE.
                DISPLAY 'NEW PRICE (E.G. 12.95)'.
                ACCEPT INPUT-PRICE.
                IF FUNCTION TEST-NUMVAL (INPUT-PRICE)
                     IS NOT EQUAL TO ZERO THEN
                  DISPLAY 'PRICE NOT NUMERIC -- NOTHING RECORDED'
                  GO TO ADD-CHANGE-EXIT
                END-IF.
                COMPUTE PCH-NEW-PRICE ROUNDED =
                  FUNCTION NUMVAL (INPUT-PRICE).
                IF PCH-NEW-PRICE IS EQUAL TO ZERO THEN
                  DISPLAY 'A BOOK CANNOT BE PRICED AT ZERO '
                      '-- NOTHING RECORDED'
                  GO TO ADD-CHANGE-EXIT
                END-IF.
                MOVE ZERO TO PCH-END-DATE.
                IF PCH-CHANGE-TYPE IS EQUAL TO 'M' THEN
                  DISPLAY 'LAST DAY OF THE MARKDOWN, CCYYMMDD'
                  PERFORM ACCEPT-ONE-DATE
                  IF DATE-OK-SW IS NOT EQUAL TO 'Y' THEN
                    GO TO ADD-CHANGE-EXIT
                  END-IF
                  IF CHECKED-DATE IS LESS THAN PCH-EFFECTIVE-DATE THEN
                    DISPLAY 'THE MARKDOWN ENDS BEFORE IT STARTS '
                        '-- NOTHING RECORDED'
                    GO TO ADD-CHANGE-EXIT
                  END-IF
                  MOVE CHECKED-DATE TO PCH-END-DATE
                END-IF.
                MOVE 'S' TO PCH-STATUS.
                MOVE ZERO TO PCH-REGULAR-PRICE.
                MOVE AUTHCHK-USER-ID TO PCH-ENTERED-BY.
                MOVE CURRENT-DATE-INTEGER TO PCH-ENTERED-DATE.
                MOVE ZERO TO PCH-APPLIED-DATE.
                WRITE PRICE-CHANGE-RECORD
                  INVALID KEY
                    DISPLAY 'A CHANGE IS ALREADY ON FILE FOR THAT '
                        'ISBN AND DATE -- NOTHING RECORDED'
                  NOT INVALID KEY
                    DISPLAY 'PRICE CHANGE SCHEDULED'
                END-WRITE.
       ADD-CHANGE-EXIT.
                EXIT.

      *****************************************************
      * ONLY A CHANGE STILL SCHEDULED CAN BE CANCELLED.   *
      * A MARKDOWN IN FORCE ENDS TODAY INSTEAD.           *
      *****************************************************
       CANCEL-PRICE-CHANGE.
                DISPLAY 'EFFECTIVE DATE OF THE CHANGE, CCYYMMDD'.
                PERFORM ACCEPT-ONE-DATE.
                IF DATE-OK-SW IS NOT EQUAL TO 'Y' THEN
                  GO TO CANCEL-CHANGE-EXIT
                END-IF.
                MOVE INPUT-ISBN TO PCH-ISBN.
                MOVE CHECKED-DATE TO PCH-EFFECTIVE-DATE.
                READ PRICE-CHANGE-FILE
                  INVALID KEY
                    DISPLAY 'NO CHANGE ON FILE FOR THAT ISBN AND DATE'
                    GO TO CANCEL-CHANGE-EXIT
                END-READ.
                EVALUATE TRUE
                  WHEN PCH-STATUS IS EQUAL TO 'S'
                    MOVE 'C' TO PCH-STATUS
                    REWRITE PRICE-CHANGE-RECORD
                    DISPLAY 'PRICE CHANGE CANCELLED'
                  WHEN PCH-STATUS IS EQUAL TO 'A'
                   AND PCH-CHANGE-TYPE IS EQUAL TO 'M'
                    MOVE CURRENT-DATE-INTEGER TO PCH-END-DATE
                    REWRITE PRICE-CHANGE-RECORD
                    DISPLAY 'MARKDOWN ENDS TODAY -- THE REGULAR PRICE '
                        'RETURNS TOMORROW'
                  WHEN OTHER
                    DISPLAY 'THAT CHANGE HAS ALREADY TAKEN EFFECT OR '
                        'ENDED -- SCHEDULE A NEW ONE INSTEAD'
                END-EVALUATE.
       CANCEL-CHANGE-EXIT.
                EXIT.

       LIST-PRICE-CHANGES.
                MOVE INPUT-ISBN TO PCH-ISBN.
                MOVE ZERO TO PCH-EFFECTIVE-DATE.
                MOVE 'N' TO LIST-DONE-SW.
                START PRICE-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
                  INVALID KEY
                    MOVE 'Y' TO LIST-DONE-SW
                END-START.
                PERFORM UNTIL LIST-DONE-SW IS EQUAL TO 'Y'
                  READ PRICE-CHANGE-FILE NEXT RECORD
                    AT END
                      MOVE 'Y' TO LIST-DONE-SW
                    NOT AT END
                      IF PCH-ISBN IS NOT EQUAL TO INPUT-ISBN THEN
                        MOVE 'Y' TO LIST-DONE-SW
                      ELSE
                        PERFORM SHOW-ONE-CHANGE
                      END-IF
                  END-READ
                END-PERFORM.

       SHOW-ONE-CHANGE.
                MOVE PCH-NEW-PRICE TO DISPLAY-PRICE.
                MOVE PCH-REGULAR-PRICE TO DISPLAY-REGULAR.
                IF PCH-CHANGE-TYPE IS EQUAL TO 'M' THEN
                  DISPLAY PCH-EFFECTIVE-DATE ' MARKDOWN TO '
                      DISPLAY-PRICE ' THROUGH ' PCH-END-DATE
                      ' STATUS ' PCH-STATUS ' REGULAR '
                      DISPLAY-REGULAR
                ELSE
                  DISPLAY PCH-EFFECTIVE-DATE ' PRICE CHANGE TO '
                      DISPLAY-PRICE ' STATUS ' PCH-STATUS
                      ' WAS ' DISPLAY-REGULAR
                END-IF.

       ACCEPT-ONE-DATE.
                MOVE 'N' TO DATE-OK-SW.
                ACCEPT INPUT-DATE.
                IF INPUT-DATE IS NOT NUMERIC THEN
                  DISPLAY 'DATE NOT CCYYMMDD -- NOTHING RECORDED'
                ELSE
                  IF FUNCTION TEST-DATE-YYYYMMDD (INPUT-DATE-NUM)
                       IS NOT EQUAL TO ZERO THEN
                    DISPLAY 'NOT A CALENDAR DATE -- NOTHING RECORDED'
                  ELSE
                    MOVE INPUT-DATE-NUM TO CHECKED-DATE
                    MOVE 'Y' TO DATE-OK-SW
                  END-IF
                END-IF.
