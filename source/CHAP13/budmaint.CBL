       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Budmaint.

      *  Budget revision console, in the QUOTMANT dialog style.
      *  BUDGET.DAT is loaded once a year by BUDGLOAD; each record
      *  holds one GL account's year, month by month, as the
      *  original plan and the revised budget.  Reforecasts are
      *  keyed here and land in the revised column only, so BUDRPT
      *  can show the original plan beside the reforecast:
      *
      *    (R)EVISE   one month's revised budget;
      *    (A)DD      an account the annual load did not budget --
      *               its original plan stays zero and every month
      *               is keyed as a revision;
      *    (I)NQUIRE  the whole year, original against revised;
      *    (D)ELETE   the account's year, so a replacement plan can
      *               be loaded.
      *
      *  Each change records the date and the operator.  The
      *  operator is checked through AUTHCHK (system LEDGER,
      *  function 'B') before the session opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE          ASSIGN TO "BUDGET.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BUD-KEY
                                       FILE STATUS IS BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-ACCOUNT-CODE    PIC X(8).
               10  BUD-YEAR            PIC 9(4).
           05  BUD-MONTH-ENTRY OCCURS 12 TIMES.
               10  BUD-ORIGINAL-AMOUNT PIC 9(9)V99.
               10  BUD-REVISED-AMOUNT  PIC 9(9)V99.
           05  BUD-LOADED-DATE         PIC 9(8).
           05  BUD-REVISED-DATE        PIC 9(8).
           05  BUD-REVISED-BY          PIC X(20).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  BUDGET-STATUS               PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  CONFIRM-ANSWER              PIC X.
       01  INPUT-ACCOUNT-CODE          PIC X(8).
       01  INPUT-YEAR                  PIC X(4).
       01  INPUT-MONTH                 PIC XX.
       01  INPUT-MONTH-NUMBER REDEFINES INPUT-MONTH
                                       PIC 99.
       01  FIELD-REPLY                 PIC X(20).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID            VALUE 'Y'.
       01  MONTH-SUB                   PIC 99.
       01  ORIGINAL-EDITED             PIC ZZZ,ZZZ,ZZ9.99.
       01  REVISED-EDITED              PIC ZZZ,ZZZ,ZZ9.99.
       01  YEAR-ORIGINAL-TOTAL         PIC 9(11)V99.
       01  YEAR-REVISED-TOTAL          PIC 9(11)V99.

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'LEDGER  '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'B'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'GENERAL LEDGER BUDGET MAINTENANCE'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN BUDGETS'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O BUDGET-FILE.
           IF BUDGET-STATUS NOT = '00'
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE.
           IF BUDGET-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BUDGET.DAT, STATUS: '
                   BUDGET-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE BUDGET-FILE.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY '(R)EVISE, (A)DD, (I)NQUIRE, (D)ELETE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'GL ACCOUNT?'.
           ACCEPT INPUT-ACCOUNT-CODE.
           IF INPUT-ACCOUNT-CODE = SPACES
               DISPLAY 'AN ACCOUNT IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           DISPLAY 'BUDGET YEAR (CCYY)?'.
           ACCEPT INPUT-YEAR.
           IF INPUT-YEAR NOT NUMERIC
               DISPLAY 'THAT IS NOT A BUDGET YEAR'
               GO TO 0200-ASK-AGAIN.
           MOVE INPUT-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
           MOVE INPUT-YEAR TO BUD-YEAR.
           EVALUATE MAINT-CHOICE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0300-REVISE-MONTH
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0400-ADD-ACCOUNT
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0500-INQUIRE-YEAR
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0600-DELETE-YEAR
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER R, A, I, OR D'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER BUDGET? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

       0300-REVISE-MONTH.
           READ BUDGET-FILE
               KEY IS BUD-KEY
               INVALID KEY
                   DISPLAY 'NO BUDGET FOR THAT ACCOUNT AND YEAR'
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY 'MONTH (01-12)?'.
           ACCEPT INPUT-MONTH.
           IF INPUT-MONTH NOT NUMERIC
             OR INPUT-MONTH-NUMBER < 1
             OR INPUT-MONTH-NUMBER > 12
               DISPLAY 'THAT IS NOT A MONTH'
               EXIT PARAGRAPH.
           MOVE INPUT-MONTH-NUMBER TO MONTH-SUB.
           MOVE BUD-ORIGINAL-AMOUNT (MONTH-SUB) TO ORIGINAL-EDITED.
           DISPLAY 'ORIGINAL PLAN: ' ORIGINAL-EDITED.
           PERFORM 0700-ACCEPT-REVISED-AMOUNT.
           MOVE CURRENT-DATE-INTEGER TO BUD-REVISED-DATE.
           MOVE AUTHCHK-USER-ID TO BUD-REVISED-BY.
           REWRITE BUDGET-RECORD.
           DISPLAY 'BUDGET REVISED'.

       0400-ADD-ACCOUNT.
           READ BUDGET-FILE
               KEY IS BUD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS ALREADY BUDGETED FOR THE '
                       'YEAR -- USE REVISE'
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO BUDGET-RECORD.
           MOVE INPUT-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
           MOVE INPUT-YEAR TO BUD-YEAR.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
               MOVE ZERO TO BUD-ORIGINAL-AMOUNT (MONTH-SUB)
                            BUD-REVISED-AMOUNT (MONTH-SUB)
           END-PERFORM.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
               DISPLAY 'MONTH ' MONTH-SUB
               PERFORM 0700-ACCEPT-REVISED-AMOUNT
           END-PERFORM.
           MOVE ZERO TO BUD-LOADED-DATE.
           MOVE CURRENT-DATE-INTEGER TO BUD-REVISED-DATE.
           MOVE AUTHCHK-USER-ID TO BUD-REVISED-BY.
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY 'THAT ACCOUNT IS ALREADY BUDGETED FOR THE '
                       'YEAR -- USE REVISE'
               NOT INVALID KEY
                   DISPLAY 'BUDGET ADDED'
           END-WRITE.

       0500-INQUIRE-YEAR.
           READ BUDGET-FILE
               KEY IS BUD-KEY
               INVALID KEY
                   DISPLAY 'NO BUDGET FOR THAT ACCOUNT AND YEAR'
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO YEAR-ORIGINAL-TOTAL YEAR-REVISED-TOTAL.
           DISPLAY 'ACCOUNT ' BUD-ACCOUNT-CODE '  YEAR ' BUD-YEAR.
           DISPLAY 'MO      ORIGINAL        REVISED'.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
               MOVE BUD-ORIGINAL-AMOUNT (MONTH-SUB) TO ORIGINAL-EDITED
               MOVE BUD-REVISED-AMOUNT (MONTH-SUB) TO REVISED-EDITED
               DISPLAY MONTH-SUB '  ' ORIGINAL-EDITED ' '
                   REVISED-EDITED
               ADD BUD-ORIGINAL-AMOUNT (MONTH-SUB)
                   TO YEAR-ORIGINAL-TOTAL
               ADD BUD-REVISED-AMOUNT (MONTH-SUB)
                   TO YEAR-REVISED-TOTAL
           END-PERFORM.
           MOVE YEAR-ORIGINAL-TOTAL TO ORIGINAL-EDITED.
           MOVE YEAR-REVISED-TOTAL TO REVISED-EDITED.
           DISPLAY 'YR  ' ORIGINAL-EDITED ' ' REVISED-EDITED.
           DISPLAY 'LOADED ' BUD-LOADED-DATE '  LAST REVISED '
               BUD-REVISED-DATE ' BY ' BUD-REVISED-BY.

       0600-DELETE-YEAR.
           READ BUDGET-FILE
               KEY IS BUD-KEY
               INVALID KEY
                   DISPLAY 'NO BUDGET FOR THAT ACCOUNT AND YEAR'
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY 'DELETE THE ' BUD-YEAR ' BUDGET FOR '
               BUD-ACCOUNT-CODE ', ORIGINAL PLAN AND REVISIONS? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NOTHING DELETED'
               EXIT PARAGRAPH.
           DELETE BUDGET-FILE RECORD
               INVALID KEY
                   DISPLAY 'NO BUDGET FOR THAT ACCOUNT AND YEAR'
               NOT INVALID KEY
                   DISPLAY 'BUDGET DELETED'
           END-DELETE.

       0700-ACCEPT-REVISED-AMOUNT.
           MOVE BUD-REVISED-AMOUNT (MONTH-SUB) TO REVISED-EDITED.
           DISPLAY 'REVISED BUDGET [' REVISED-EDITED ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE SPACES TO NUMEDIT-INPUT
               MOVE FIELD-REPLY TO NUMEDIT-INPUT
               CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
                   NUMEDIT-STATUS
               IF NUMEDIT-VALID AND NUMEDIT-VALUE NOT < ZERO
                 AND NUMEDIT-VALUE < 1000000000
                   MOVE NUMEDIT-VALUE TO BUD-REVISED-AMOUNT (MONTH-SUB)
               ELSE
                   DISPLAY 'NOT A VALID AMOUNT -- BUDGET LEFT AS IT '
                       'WAS'
               END-IF
           END-IF.
