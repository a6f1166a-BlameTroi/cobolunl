       IDENTIFICATION DIVISION.
       PROGRAM-ID. Quotmant.

      *  Sales quota maintenance console, in the EMPMAINT dialog
      *  style.  QUOTAMST holds one record per salesman per period:
      *  the key is the SALMSTR salesman ID, the year, and the
      *  month, with month 00 carrying the annual quota and months
      *  01-12 the monthly quotas sales management sets.  A quota
      *  can only be added for a salesman on SALMSTR.
      *
      *  The paid-sales figure on each monthly record is posted by
      *  QUOTARPT from the month's COMMISS cycle; it is shown here
      *  but never keyed.  Deleting a month that already carries
      *  paid sales is refused -- zero the quota instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-MASTER         ASSIGN TO "QUOTAMST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY QUOTA-KEY
                                       FILE STATUS QUOTA-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-MASTER.
       01  QUOTA-RECORD.
           05  QUOTA-KEY.
               10  QUOTA-SALESMAN-ID   PIC X(9).
               10  QUOTA-YEAR          PIC 9(4).
               10  QUOTA-MONTH         PIC 99.
                   88  QUOTA-IS-ANNUAL  VALUE ZERO.
           05  QUOTA-AMOUNT            PIC 9(9)V99.
           05  QUOTA-PAID-SALES        PIC 9(9)V99.
           05  QUOTA-POSTED-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
               88  SAL-IS-ACTIVE         VALUE 'A'.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  SAL-MANAGER-ID           PIC X(9).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.
       01  QUOTA-STATUS                PIC XX VALUE '00'.
       01  SALESMAN-STATUS             PIC XX VALUE '00'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-SALESMAN-ID           PIC X(9).
       01  INPUT-PERIOD                PIC X(6).
       01  INPUT-PERIOD-NUMBERS REDEFINES INPUT-PERIOD.
           05  INPUT-YEAR              PIC 9(4).
           05  INPUT-MONTH             PIC 99.
       01  FIELD-REPLY                 PIC X(20).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID            VALUE 'Y'.
       01  AMOUNT-EDITED               PIC ZZZ,ZZZ,ZZ9.99.
       01  MONTH-SUB                   PIC 99.
       01  YEAR-QUOTA-TOTAL            PIC 9(11)V99.
       01  YEAR-SALES-TOTAL            PIC 9(11)V99.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'SALES QUOTA MAINTENANCE'.
           OPEN I-O QUOTA-MASTER.
           IF QUOTA-STATUS NOT = '00'
               OPEN OUTPUT QUOTA-MASTER
               CLOSE QUOTA-MASTER
               OPEN I-O QUOTA-MASTER.
           IF QUOTA-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN QUOTA MASTER, STATUS: '
                   QUOTA-STATUS
               STOP RUN.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS NOT = '00'
               DISPLAY 'QUOTMANT: SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS
               CLOSE QUOTA-MASTER
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE QUOTA-MASTER
                 SALESMAN-MASTER-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ELETE, (I)NQUIRE, (Y)EAR?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'SALESMAN ID?'.
           ACCEPT INPUT-SALESMAN-ID.
           IF INPUT-SALESMAN-ID = SPACES
               DISPLAY 'A SALESMAN ID IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           IF MAINT-CHOICE = 'Y' OR 'y'
               DISPLAY 'YEAR (CCYY)?'
               MOVE SPACES TO INPUT-PERIOD
               ACCEPT INPUT-PERIOD (1:4)
               MOVE '00' TO INPUT-PERIOD (5:2)
           ELSE
               DISPLAY 'PERIOD (CCYYMM, MONTH 00 FOR THE YEAR)?'
               ACCEPT INPUT-PERIOD.
           IF INPUT-PERIOD NOT NUMERIC
             OR INPUT-MONTH > 12
               DISPLAY 'THAT IS NOT A QUOTA PERIOD'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-QUOTA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-QUOTA
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-QUOTA
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-QUOTA
               WHEN 'Y'
               WHEN 'y'
                   PERFORM 0800-SHOW-QUOTA-YEAR
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, I, OR Y'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER QUOTA? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

       0300-ADD-QUOTA.
           MOVE INPUT-SALESMAN-ID TO SAL-SALESMAN-ID.
           READ SALESMAN-MASTER-FILE
               INVALID KEY
                   DISPLAY 'NO SALESMAN UNDER THAT ID ON SALMSTR'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SAL-IS-ACTIVE
               DISPLAY 'NOTE: ' SAL-NAME ' IS NOT ACTIVE'.
           MOVE SPACES TO QUOTA-RECORD.
           MOVE INPUT-SALESMAN-ID TO QUOTA-SALESMAN-ID.
           MOVE INPUT-YEAR TO QUOTA-YEAR.
           MOVE INPUT-MONTH TO QUOTA-MONTH.
           MOVE ZERO TO QUOTA-AMOUNT QUOTA-PAID-SALES
                        QUOTA-POSTED-DATE.
           PERFORM 0700-ACCEPT-QUOTA-FIELDS.
           WRITE QUOTA-RECORD
               INVALID KEY
                   DISPLAY 'THAT QUOTA IS ALREADY ON FILE -- '
                       'USE CHANGE'
               NOT INVALID KEY
                   DISPLAY 'QUOTA ADDED FOR ' SAL-NAME
           END-WRITE.

       0400-CHANGE-QUOTA.
           PERFORM 0750-MOVE-INPUT-KEY.
           READ QUOTA-MASTER
               KEY IS QUOTA-KEY
               INVALID KEY
                   DISPLAY 'NO QUOTA FOR THAT SALESMAN AND PERIOD'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-QUOTA
                   PERFORM 0700-ACCEPT-QUOTA-FIELDS
                   REWRITE QUOTA-RECORD
                   DISPLAY 'QUOTA CHANGED'
           END-READ.

       0500-DELETE-QUOTA.
           PERFORM 0750-MOVE-INPUT-KEY.
           READ QUOTA-MASTER
               KEY IS QUOTA-KEY
               INVALID KEY
                   DISPLAY 'NO QUOTA FOR THAT SALESMAN AND PERIOD'
                   EXIT PARAGRAPH
           END-READ.
           IF QUOTA-PAID-SALES > ZERO
               DISPLAY 'PAID SALES ARE POSTED TO THAT MONTH -- '
                   'CHANGE THE QUOTA TO ZERO INSTEAD'
               EXIT PARAGRAPH.
           DELETE QUOTA-MASTER RECORD
               INVALID KEY
                   DISPLAY 'NO QUOTA FOR THAT SALESMAN AND PERIOD'
               NOT INVALID KEY
                   DISPLAY 'QUOTA DELETED'
           END-DELETE.

       0600-INQUIRE-QUOTA.
           PERFORM 0750-MOVE-INPUT-KEY.
           READ QUOTA-MASTER
               KEY IS QUOTA-KEY
               INVALID KEY
                   DISPLAY 'NO QUOTA FOR THAT SALESMAN AND PERIOD'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-QUOTA
           END-READ.

       0650-DISPLAY-QUOTA.
           DISPLAY 'SALESMAN:   ' QUOTA-SALESMAN-ID.
           IF QUOTA-IS-ANNUAL
               DISPLAY 'PERIOD:     YEAR ' QUOTA-YEAR
           ELSE
               DISPLAY 'PERIOD:     ' QUOTA-YEAR '/' QUOTA-MONTH.
           MOVE QUOTA-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'QUOTA:      ' AMOUNT-EDITED.
           IF NOT QUOTA-IS-ANNUAL
               MOVE QUOTA-PAID-SALES TO AMOUNT-EDITED
               DISPLAY 'PAID SALES: ' AMOUNT-EDITED
                   '  POSTED ' QUOTA-POSTED-DATE.

       0700-ACCEPT-QUOTA-FIELDS.
           MOVE QUOTA-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'QUOTA AMOUNT [' AMOUNT-EDITED ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE SPACES TO NUMEDIT-INPUT
               MOVE FIELD-REPLY TO NUMEDIT-INPUT
               CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
                   NUMEDIT-STATUS
               IF NUMEDIT-VALID AND NUMEDIT-VALUE NOT < ZERO
                 AND NUMEDIT-VALUE < 1000000000
                   MOVE NUMEDIT-VALUE TO QUOTA-AMOUNT
               ELSE
                   DISPLAY 'NOT A VALID AMOUNT -- QUOTA LEFT AS IT WAS'
               END-IF
           END-IF.

       0750-MOVE-INPUT-KEY.
           MOVE INPUT-SALESMAN-ID TO QUOTA-SALESMAN-ID.
           MOVE INPUT-YEAR TO QUOTA-YEAR.
           MOVE INPUT-MONTH TO QUOTA-MONTH.

      *  The whole year for one salesman: the annual record and
      *  every month on file, with the months totalled so a
      *  manager can see whether the monthly quotas add up to the
      *  annual one.
       0800-SHOW-QUOTA-YEAR.
           MOVE ZERO TO YEAR-QUOTA-TOTAL YEAR-SALES-TOTAL.
           PERFORM 0750-MOVE-INPUT-KEY.
           MOVE ZERO TO QUOTA-MONTH.
           START QUOTA-MASTER KEY NOT < QUOTA-KEY
               INVALID KEY
                   DISPLAY 'NO QUOTAS FOR THAT SALESMAN AND YEAR'
                   EXIT PARAGRAPH
           END-START.
           PERFORM 0850-SHOW-NEXT-QUOTA
               VARYING MONTH-SUB FROM 0 BY 1
               UNTIL MONTH-SUB > 12
                  OR QUOTA-STATUS NOT = '00'.
           MOVE YEAR-QUOTA-TOTAL TO AMOUNT-EDITED.
           DISPLAY 'MONTHS TOTAL QUOTA: ' AMOUNT-EDITED.
           MOVE YEAR-SALES-TOTAL TO AMOUNT-EDITED.
           DISPLAY 'MONTHS PAID SALES:  ' AMOUNT-EDITED.

       0850-SHOW-NEXT-QUOTA.
           READ QUOTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO QUOTA-STATUS
           END-READ.
           IF QUOTA-STATUS = '00'
               IF QUOTA-SALESMAN-ID NOT = INPUT-SALESMAN-ID
                 OR QUOTA-YEAR NOT = INPUT-YEAR
                   MOVE '10' TO QUOTA-STATUS
               ELSE
                   PERFORM 0650-DISPLAY-QUOTA
                   IF NOT QUOTA-IS-ANNUAL
                       ADD QUOTA-AMOUNT TO YEAR-QUOTA-TOTAL
                       ADD QUOTA-PAID-SALES TO YEAR-SALES-TOTAL
                   END-IF
               END-IF
           END-IF.
