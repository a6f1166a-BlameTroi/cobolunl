       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Budgload.

      *  Annual budget load.  Finance sends the year's plan once a
      *  year as the flat file BUDGIN.DAT, one record per GL
      *  account: the account, the budget year, and twelve monthly
      *  amounts, each in the direction the account normally runs
      *  (the GLCHART.DAT normal balance).  Each record becomes one
      *  BUDGET.DAT record keyed by account and year, with every
      *  month's original plan and revised budget both set to the
      *  amount loaded.  From then on BUDMAINT revises the revised
      *  column only -- the original plan is never touched again.
      *
      *  An account already budgeted for the year is refused rather
      *  than overlaid: a second load of the same file must not wipe
      *  out the year's revisions.  Remove the year through BUDMAINT
      *  first if the plan really is being replaced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-INPUT-FILE    ASSIGN TO "BUDGIN.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS INPUT-STATUS.
           SELECT BUDGET-FILE          ASSIGN TO "BUDGET.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BUD-KEY
                                       FILE STATUS IS BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-INPUT-FILE.
       01  BUDGET-INPUT-RECORD.
           05  BIN-ACCOUNT-CODE        PIC X(8).
           05  BIN-YEAR                PIC 9(4).
           05  BIN-MONTH-AMOUNT        PIC 9(9)V99
                                       OCCURS 12 TIMES.

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
       01  INPUT-STATUS                PIC XX.
       01  BUDGET-STATUS               PIC XX.
       01  INPUT-EOF-STATUS            PIC X VALUE 'N'.
           88  INPUT-END               VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  MONTH-SUB                   PIC 99.
       01  AMOUNTS-VALID-SWITCH        PIC X.
           88  AMOUNTS-VALID           VALUE 'Y'.
       01  RECORDS-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  RECORDS-LOADED-COUNT        PIC 9(7) VALUE ZERO.
       01  RECORDS-REJECTED-COUNT      PIC 9(7) VALUE ZERO.
       01  LOADED-AMOUNT-TOTAL         PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           OPEN INPUT BUDGET-INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
               DISPLAY 'BUDGLOAD: NO BUDGIN.DAT TO LOAD'
               STOP RUN.
           OPEN I-O BUDGET-FILE.
           IF BUDGET-STATUS NOT = '00'
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE.
           IF BUDGET-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BUDGET.DAT, STATUS: '
                   BUDGET-STATUS
               CLOSE BUDGET-INPUT-FILE
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0200-LOAD-ONE-BUDGET
               UNTIL INPUT-END.
           CLOSE BUDGET-INPUT-FILE
                 BUDGET-FILE.
           DISPLAY 'BUDGLOAD: RECORDS READ     ' RECORDS-READ-COUNT.
           DISPLAY 'BUDGLOAD: RECORDS LOADED   ' RECORDS-LOADED-COUNT.
           DISPLAY 'BUDGLOAD: RECORDS REJECTED '
               RECORDS-REJECTED-COUNT.
           DISPLAY 'BUDGLOAD: AMOUNT LOADED    ' LOADED-AMOUNT-TOTAL.
           STOP RUN.

       0200-LOAD-ONE-BUDGET.
           READ BUDGET-INPUT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-STATUS.
           IF NOT INPUT-END
               ADD 1 TO RECORDS-READ-COUNT
               PERFORM 0300-EDIT-INPUT
               IF AMOUNTS-VALID
                   PERFORM 0400-WRITE-BUDGET
               ELSE
                   ADD 1 TO RECORDS-REJECTED-COUNT
               END-IF.

       0300-EDIT-INPUT.
           MOVE 'Y' TO AMOUNTS-VALID-SWITCH.
           IF BIN-ACCOUNT-CODE = SPACES
             OR BIN-YEAR NOT NUMERIC
             OR BIN-YEAR = ZERO
               DISPLAY 'BUDGLOAD: NO ACCOUNT OR YEAR ON RECORD '
                   RECORDS-READ-COUNT ' -- REJECTED'
               MOVE 'N' TO AMOUNTS-VALID-SWITCH
           ELSE
               PERFORM VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
                   IF BIN-MONTH-AMOUNT (MONTH-SUB) NOT NUMERIC
                       MOVE 'N' TO AMOUNTS-VALID-SWITCH
                   END-IF
               END-PERFORM
               IF NOT AMOUNTS-VALID
                   DISPLAY 'BUDGLOAD: ' BIN-ACCOUNT-CODE ' '
                       BIN-YEAR ' HAS A MONTH THAT IS NOT AN AMOUNT'
                       ' -- REJECTED'
               END-IF
           END-IF.

       0400-WRITE-BUDGET.
           MOVE SPACES TO BUDGET-RECORD.
           MOVE BIN-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
           MOVE BIN-YEAR TO BUD-YEAR.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
               MOVE BIN-MONTH-AMOUNT (MONTH-SUB)
                   TO BUD-ORIGINAL-AMOUNT (MONTH-SUB)
                      BUD-REVISED-AMOUNT (MONTH-SUB)
           END-PERFORM.
           MOVE CURRENT-DATE-INTEGER TO BUD-LOADED-DATE.
           MOVE ZERO TO BUD-REVISED-DATE.
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY 'BUDGLOAD: ' BIN-ACCOUNT-CODE ' '
                       BIN-YEAR ' IS ALREADY BUDGETED -- REJECTED'
                   ADD 1 TO RECORDS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-LOADED-COUNT
                   PERFORM VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
                       ADD BIN-MONTH-AMOUNT (MONTH-SUB)
                           TO LOADED-AMOUNT-TOTAL
                   END-PERFORM
           END-WRITE.
