       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Agyremit.

      *  Collection agency remittance import.  Each agency sends its
      *  collections on AGYREMIT.DAT -- agency, account, gross
      *  amount collected, and the date it collected it -- and wires
      *  us the gross less its contingency fee.  For every item
      *  collected on an account placed with that agency:
      *
      *    - the GROSS amount goes to AGYPMTS.DAT as an ordinary
      *      'P' payment in the DAYPMTS.DAT layout, which operations
      *      merges into the night's batch like ACHPMTS.DAT, so the
      *      customer is credited with everything they paid;
      *    - the agency's fee, at the contingency rate on the
      *      agency master AGYMSTR.DAT, is booked as collection
      *      expense on its own balanced GL extract AGYGLEXT.DAT
      *      (debit COLLFEE, credit CASH -- BILLUPDT debits CASH for
      *      the gross, and only the net arrives), appended to
      *      GLMONTH.DAT with the nightly extract;
      *    - the placement record on AGYPLCMT.DAT accumulates the
      *      gross and the fee, and the item is added to the
      *      remittance history AGYREMHS.DAT that AGYPERF reports
      *      the month's recoveries from.
      *
      *  An item for an account not placed with the remitting
      *  agency, or one whose amount will not edit, is not posted;
      *  it prints on the remittance report AGYREMRP.DAT as
      *  rejected for the agency desk to take up with the agency.
      *  Collections on an account recalled since are still the
      *  agency's and post normally.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-REMITTANCE    ASSIGN TO "AGYREMIT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS REMIT-STATUS.
           SELECT AGENCY-PLACEMENTS    ASSIGN TO "AGYPLCMT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PLC-ACCOUNT-NR
                                       FILE STATUS IS
                                           PLACEMENT-STATUS.
           SELECT AGENCY-MASTER        ASSIGN TO "AGYMSTR.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS AGENCY-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT AGENCY-PAYMENTS      ASSIGN TO "AGYPMTS.DAT"
                                       LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "AGYGLEXT.DAT"
                                       LINE SEQUENTIAL.
           SELECT REMITTANCE-HISTORY   ASSIGN TO "AGYREMHS.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS HISTORY-STATUS.
           SELECT REMITTANCE-REPORT    ASSIGN TO "AGYREMRP.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-REMITTANCE.
       01  AGENCY-REMITTANCE-RECORD.
           05  REM-AGENCY-ID           PIC X(4).
           05  REM-ACCOUNT-NR          PIC X(8).
           05  REM-GROSS-AMOUNT        PIC 9(7)V99.
           05  REM-COLLECTED-DATE      PIC 9(8).

       FD  AGENCY-PLACEMENTS.
       01  AGENCY-PLACEMENT-RECORD.
           05  PLC-ACCOUNT-NR          PIC X(8).
           05  PLC-AGENCY-ID           PIC X(4).
           05  PLC-STATUS              PIC X.
               88  PLC-IS-PLACED        VALUE 'P'.
               88  PLC-IS-RECALLED      VALUE 'R'.
           05  PLC-PLACED-DATE         PIC 9(8).
           05  PLC-PLACED-AMOUNT       PIC 9(7)V99.
           05  PLC-DAYS-OVERDUE        PIC 9(4).
           05  PLC-GROSS-COLLECTED     PIC 9(7)V99.
           05  PLC-FEES-PAID           PIC 9(7)V99.
           05  PLC-LAST-REMIT-DATE     PIC 9(8).
           05  PLC-RECALL-DATE         PIC 9(8).
           05  PLC-RECALL-REASON       PIC X(20).
           05  FILLER                  PIC X(12).

       FD  AGENCY-MASTER.
       01  AGENCY-MASTER-RECORD.
           05  AGY-ID                  PIC X(4).
           05  AGY-NAME                PIC X(20).
           05  AGY-FEE-PCT             PIC 9V999.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  AGENCY-PAYMENTS.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  PYMT-ENTRY-DATE         PIC 9(8).
           05  FILLER                  PIC X(48).

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

       FD  REMITTANCE-HISTORY.
       01  REMITTANCE-HISTORY-RECORD.
           05  RHST-AGENCY-ID          PIC X(4).
           05  RHST-ACCOUNT-NR         PIC X(8).
           05  RHST-COLLECTED-DATE     PIC 9(8).
           05  RHST-POSTED-DATE        PIC 9(8).
           05  RHST-GROSS-AMOUNT       PIC 9(7)V99.
           05  RHST-FEE-AMOUNT         PIC 9(7)V99.

       FD  REMITTANCE-REPORT.
       01  REMITTANCE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  REMIT-STATUS                PIC XX.
       01  PLACEMENT-STATUS            PIC XX.
       01  AGENCY-STATUS               PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  REMIT-EOF-STATUS            PIC X VALUE 'N'.
           88  REMIT-END               VALUE 'Y'.
       01  AGENCY-EOF-STATUS           PIC X VALUE 'N'.
           88  AGENCY-END              VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  REJECT-REASON               PIC X(20).
       01  FEE-AMOUNT                  PIC 9(7)V99.
       01  FEE-RATE                    PIC 9V999.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  ITEMS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  ITEMS-POSTED-COUNT          PIC 9(5) VALUE ZERO.
       01  ITEMS-REJECTED-COUNT        PIC 9(5) VALUE ZERO.
       01  GROSS-POSTED-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  FEE-POSTED-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  NET-POSTED-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       01  NR-AGENCIES                 PIC 99 VALUE ZERO.
       01  AGENCY-SUB                  PIC 99.
       01  AGENCY-FOUND-SUB            PIC 99.
       01  AGENCY-TABLE-AREA.
           05  AGENCY-ENTRY OCCURS 20 TIMES.
               10  ATBL-ID             PIC X(4).
               10  ATBL-FEE-PCT        PIC 9V999.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(33) VALUE
               'AGENCY REMITTANCE REPORT -- '.
           05  RPH-BUSINESS-DATE       PIC 9(8).
       01  REPORT-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'AGCY  ACCOUNT          GROSS         FEE'.
           05  FILLER                  PIC X(40) VALUE
               '         NET  NOTE'.
       01  REPORT-DETAIL-LINE.
           05  RPD-AGENCY-ID           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-GROSS               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPD-FEE                 PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPD-NET                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-NOTE                PIC X(20).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE 'POSTED: '.
           05  RPT-POSTED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE '  GROSS: '.
           05  RPT-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  FEE: '.
           05  RPT-FEE                 PIC ZZZ,ZZZ,ZZ9.99.
       01  REPORT-TOTAL-LINE-2.
           05  FILLER                  PIC X(8) VALUE 'NET:    '.
           05  RPT-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '  REJECTED: '.
           05  RPT-REJECTED-COUNT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'AGYREMIT' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'AGYREMIT: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-LOAD-AGENCY-MASTER.
           OPEN INPUT AGENCY-REMITTANCE.
           IF REMIT-STATUS NOT = '00'
               MOVE 'Y' TO REMIT-EOF-STATUS.
           OPEN I-O AGENCY-PLACEMENTS.
           IF PLACEMENT-STATUS NOT = '00'
               DISPLAY 'AGYREMIT: AGYPLCMT.DAT WILL NOT OPEN, '
                   'STATUS ' PLACEMENT-STATUS
               STOP RUN.
           OPEN EXTEND REMITTANCE-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               OPEN OUTPUT REMITTANCE-HISTORY.
           OPEN OUTPUT AGENCY-PAYMENTS
                       GL-INTERFACE-FILE
                       REMITTANCE-REPORT.
           MOVE BUSINESS-DATE TO RPH-BUSINESS-DATE.
           WRITE REMITTANCE-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REMITTANCE-REPORT-LINE FROM REPORT-COLUMN-HEADING.
           PERFORM 0800-READ-REMITTANCE.
           PERFORM 0200-PROCESS-ONE-ITEM
               UNTIL REMIT-END.
           PERFORM 0940-WRITE-GL-TRAILER.
           MOVE SPACES TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ITEMS-POSTED-COUNT TO RPT-POSTED-COUNT.
           MOVE GROSS-POSTED-TOTAL TO RPT-GROSS.
           MOVE FEE-POSTED-TOTAL TO RPT-FEE.
           WRITE REMITTANCE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE NET-POSTED-TOTAL TO RPT-NET.
           MOVE ITEMS-REJECTED-COUNT TO RPT-REJECTED-COUNT.
           WRITE REMITTANCE-REPORT-LINE FROM REPORT-TOTAL-LINE-2.
           IF REMIT-STATUS = '00' OR REMIT-STATUS = '10'
               CLOSE AGENCY-REMITTANCE.
           CLOSE AGENCY-PLACEMENTS
                 REMITTANCE-HISTORY
                 AGENCY-PAYMENTS
                 GL-INTERFACE-FILE
                 REMITTANCE-REPORT.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE ITEMS-READ-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

       0060-LOAD-AGENCY-MASTER.
           OPEN INPUT AGENCY-MASTER.
           IF AGENCY-STATUS NOT = '00'
               DISPLAY 'AGYREMIT: NO AGENCY MASTER AGYMSTR.DAT'
               STOP RUN.
           PERFORM UNTIL AGENCY-END
               READ AGENCY-MASTER
                   AT END
                       MOVE 'Y' TO AGENCY-EOF-STATUS
                   NOT AT END
                       IF NR-AGENCIES < 20 AND AGY-ID NOT = SPACES
                           ADD 1 TO NR-AGENCIES
                           MOVE AGY-ID TO ATBL-ID (NR-AGENCIES)
                           IF AGY-FEE-PCT NUMERIC
                               MOVE AGY-FEE-PCT
                                   TO ATBL-FEE-PCT (NR-AGENCIES)
                           ELSE
                               MOVE ZERO
                                   TO ATBL-FEE-PCT (NR-AGENCIES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENCY-MASTER.

       0200-PROCESS-ONE-ITEM.
           ADD 1 TO ITEMS-READ-COUNT.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZERO TO FEE-AMOUNT.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE REM-AGENCY-ID TO RPD-AGENCY-ID.
           MOVE REM-ACCOUNT-NR TO RPD-ACCOUNT-NR.
           IF REM-GROSS-AMOUNT NOT NUMERIC
             OR REM-GROSS-AMOUNT = ZERO
               MOVE '*BAD AMOUNT*' TO REJECT-REASON
           ELSE
               MOVE REM-GROSS-AMOUNT TO RPD-GROSS
               PERFORM 0250-FIND-AGENCY-RATE
               IF AGENCY-FOUND-SUB = ZERO
                   MOVE '*UNKNOWN AGENCY*' TO REJECT-REASON
               ELSE
                   MOVE REM-ACCOUNT-NR TO PLC-ACCOUNT-NR
                   READ AGENCY-PLACEMENTS
                       INVALID KEY
                           MOVE '*NOT PLACED*' TO REJECT-REASON
                       NOT INVALID KEY
                           IF PLC-AGENCY-ID NOT = REM-AGENCY-ID
                               MOVE '*PLACED ELSEWHERE*'
                                   TO REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM 0300-POST-ONE-ITEM
           ELSE
               ADD 1 TO ITEMS-REJECTED-COUNT
               MOVE REJECT-REASON TO RPD-NOTE.
           WRITE REMITTANCE-REPORT-LINE FROM REPORT-DETAIL-LINE.
           PERFORM 0800-READ-REMITTANCE.

       0250-FIND-AGENCY-RATE.
           MOVE ZERO TO AGENCY-FOUND-SUB.
           PERFORM VARYING AGENCY-SUB FROM 1 BY 1
               UNTIL AGENCY-SUB > NR-AGENCIES
                  OR AGENCY-FOUND-SUB > ZERO
               IF ATBL-ID (AGENCY-SUB) = REM-AGENCY-ID
                   MOVE AGENCY-SUB TO AGENCY-FOUND-SUB
               END-IF
           END-PERFORM.

       0300-POST-ONE-ITEM.
           MOVE ATBL-FEE-PCT (AGENCY-FOUND-SUB) TO FEE-RATE.
           COMPUTE FEE-AMOUNT ROUNDED = REM-GROSS-AMOUNT * FEE-RATE.
           ADD 1 TO ITEMS-POSTED-COUNT.
           ADD REM-GROSS-AMOUNT TO GROSS-POSTED-TOTAL.
           ADD FEE-AMOUNT TO FEE-POSTED-TOTAL.
           COMPUTE NET-POSTED-TOTAL =
               GROSS-POSTED-TOTAL - FEE-POSTED-TOTAL.
           MOVE SPACES TO PYMT-RECEIVED-RECORD.
           MOVE REM-ACCOUNT-NR TO PYMT-ACCOUNT-NR.
           MOVE REM-GROSS-AMOUNT TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT.
           MOVE 'P' TO PYMT-TRANS-TYPE.
           MOVE BUSINESS-DATE TO PYMT-ENTRY-DATE.
           WRITE PYMT-RECEIVED-RECORD.
           MOVE 'COLLFEE ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'CASH    ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE FEE-AMOUNT TO GL-WORK-AMOUNT.
           MOVE REM-ACCOUNT-NR TO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.
           ADD REM-GROSS-AMOUNT TO PLC-GROSS-COLLECTED.
           ADD FEE-AMOUNT TO PLC-FEES-PAID.
           MOVE BUSINESS-DATE TO PLC-LAST-REMIT-DATE.
           REWRITE AGENCY-PLACEMENT-RECORD.
           MOVE SPACES TO REMITTANCE-HISTORY-RECORD.
           MOVE REM-AGENCY-ID TO RHST-AGENCY-ID.
           MOVE REM-ACCOUNT-NR TO RHST-ACCOUNT-NR.
           IF REM-COLLECTED-DATE NUMERIC
               MOVE REM-COLLECTED-DATE TO RHST-COLLECTED-DATE
           ELSE
               MOVE BUSINESS-DATE TO RHST-COLLECTED-DATE.
           MOVE BUSINESS-DATE TO RHST-POSTED-DATE.
           MOVE REM-GROSS-AMOUNT TO RHST-GROSS-AMOUNT.
           MOVE FEE-AMOUNT TO RHST-FEE-AMOUNT.
           WRITE REMITTANCE-HISTORY-RECORD.
           MOVE FEE-AMOUNT TO RPD-FEE.
           COMPUTE RPD-NET = REM-GROSS-AMOUNT - FEE-AMOUNT.
           IF PLC-IS-RECALLED
               MOVE 'SINCE RECALLED' TO RPD-NOTE.

       0800-READ-REMITTANCE.
           IF NOT REMIT-END
               READ AGENCY-REMITTANCE
                   AT END
                       MOVE 'Y' TO REMIT-EOF-STATUS
               END-READ.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE BUSINESS-DATE TO GL-POSTING-DATE
               MOVE 'AGYREMIT' TO GL-SOURCE-RUN
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
