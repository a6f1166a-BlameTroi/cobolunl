      *  recovery, and net per man -- and whatever could not be
      *  recovered carries forward on the draw file, which is
      *  written back with the new balances at end of run.
      *
      *  The period's commission also goes to the general ledger on
      *  its own balanced extract COMGLEXT.DAT, in the GLEXTR.DAT
      *  layout with the same trailer control record, for operations
      *  to append to GLMONTH.DAT with the nightly extract: earned,
      *  split-credit and override commission debit commission
      *  expense against commissions payable, and clawbacks reverse
      *  it.  The GL accounts come from GLMAP.DAT through GLMAP
      *  (keys EARNED, SPLIT, OVERRIDE; CLAWBACK when mapped,
      *  otherwise the EARNED accounts reversed).  Draw recovery
      *  is a payroll matter and is not posted here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SALESMAN-DRAW-FILE   ASSIGN TO "COMMDRAW.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS DRAW-STATUS.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "COMGLEXT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  COMMIS-RECORD-TYPE            PIC X.
               88  COMMIS-IS-EARNED           VALUES ' ' 'E'.
               88  COMMIS-IS-ADJUSTMENT       VALUE 'A'.
               88  COMMIS-IS-SPLIT-SHARE      VALUE 'S'.
               88  COMMIS-IS-OVERRIDE         VALUE 'O'.

       FD  PAYROLL-INTERFACE-FILE.
       01  PAYROLL-INTERFACE-RECORD.
           05  DRAW-AMOUNT             PIC 9(7)V99.
           05  DRAW-RECOVERY-BALANCE   PIC 9(7)V99.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-ACCOUNT-CODE     PIC X(8).
               10  GL-DEBIT-CREDIT     PIC X.
               10  GL-AMOUNT           PIC 9(9)V99.
               10  GL-POSTING-DATE     PIC 9(8).
               10  GL-SOURCE-RUN       PIC X(8).
               10  GL-REFERENCE        PIC X(8).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-COUNT    PIC 9(7).
               10  GL-DEBIT-TOTAL      PIC 9(11)V99.
               10  GL-CREDIT-TOTAL     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
       01  WITHHELD-COUNT              PIC 9(5) VALUE ZERO.
       01  SALESMAN-SKIP-SWITCH        PIC X.
           88  SALESMAN-SKIPPED          VALUE 'Y'.
       01  EARNED-CLASS-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  SPLIT-CLASS-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  OVERRIDE-CLASS-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  CLAWBACK-CLASS-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  GLMAP-SOURCE-RUN            PIC X(8) VALUE 'COMMPAY '.
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-RETURN                PIC XX.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34) VALUE
                 PAYROLL-REGISTER.
           IF DRAW-FILE-ON-HAND = 'Y'
               PERFORM 0500-WRITE-DRAW-FILE-BACK.
           PERFORM 0600-WRITE-GL-EXTRACT.
           STOP RUN.

       0100-ACCUMULATE-OWED-AMOUNTS.
               IF COMMIS-IS-ADJUSTMENT
                   ADD COMMIS-COMMISSION-AMOUNT
                       TO NET-CLAWBACK-AMOUNT (SMAN-SUB)
                   ADD COMMIS-COMMISSION-AMOUNT
                       TO CLAWBACK-CLASS-TOTAL
               ELSE
                   ADD COMMIS-COMMISSION-AMOUNT
                       TO NET-EARNED-AMOUNT (SMAN-SUB)
                   PERFORM 0170-ACCUMULATE-CLASS-TOTAL
               END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       0170-ACCUMULATE-CLASS-TOTAL.
           IF COMMIS-IS-SPLIT-SHARE
               ADD COMMIS-COMMISSION-AMOUNT TO SPLIT-CLASS-TOTAL
           ELSE
           IF COMMIS-IS-OVERRIDE
               ADD COMMIS-COMMISSION-AMOUNT TO OVERRIDE-CLASS-TOTAL
           ELSE
               ADD COMMIS-COMMISSION-AMOUNT TO EARNED-CLASS-TOTAL.

       0200-WRITE-INTERFACE-HEADER.
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
           SET PAY-IS-HEADER TO TRUE.
               END-IF
           END-PERFORM.
           CLOSE SALESMAN-DRAW-FILE.

      *  The ledger takes the commission as incurred, before draw
      *  recovery and whether or not payroll was sent a withheld
      *  net -- payable carries what is owed until payroll pays it.
       0600-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-INTERFACE-FILE.
           MOVE 'EARNED' TO GLMAP-KEY.
           MOVE EARNED-CLASS-TOTAL TO GL-WORK-AMOUNT.
           PERFORM 0650-POST-COMMISSION-CLASS.
           MOVE 'SPLIT' TO GLMAP-KEY.
           MOVE SPLIT-CLASS-TOTAL TO GL-WORK-AMOUNT.
           PERFORM 0650-POST-COMMISSION-CLASS.
           MOVE 'OVERRIDE' TO GLMAP-KEY.
           MOVE OVERRIDE-CLASS-TOTAL TO GL-WORK-AMOUNT.
           PERFORM 0650-POST-COMMISSION-CLASS.
           MOVE 'CLAWBACK' TO GLMAP-KEY.
           MOVE 'COMMPAYB' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'COMMEXP ' TO GL-WORK-CREDIT-ACCOUNT.
           CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
               GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
               GLMAP-RETURN.
           IF GLMAP-RETURN NOT = '00'
               MOVE 'EARNED' TO GLMAP-KEY
               MOVE 'COMMEXP ' TO GL-WORK-CREDIT-ACCOUNT
               MOVE 'COMMPAYB' TO GL-WORK-DEBIT-ACCOUNT
               CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
                   GL-WORK-CREDIT-ACCOUNT GL-WORK-DEBIT-ACCOUNT
                   GLMAP-RETURN.
           MOVE CLAWBACK-CLASS-TOTAL TO GL-WORK-AMOUNT.
           MOVE 'CLAWBACK' TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE GL-INTERFACE-FILE.

       0650-POST-COMMISSION-CLASS.
           MOVE 'COMMEXP ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'COMMPAYB' TO GL-WORK-CREDIT-ACCOUNT.
           CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
               GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
               GLMAP-RETURN.
           MOVE GLMAP-KEY TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE CURRENT-DATE-INTEGER TO GL-POSTING-DATE
               MOVE 'COMMPAY ' TO GL-SOURCE-RUN
               MOVE GL-WORK-REFERENCE TO GL-REFERENCE
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-DEBIT-TOTAL
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'C' TO GL-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-CREDIT-TOTAL
           END-IF.

       0940-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.
