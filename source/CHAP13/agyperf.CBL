       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Agyperf.

      *  Monthly collection agency performance report.  Run on the
      *  last business day of the month (or with RUNDATE.DAT set to
      *  any day of an earlier month to reprint it); for each agency
      *  on AGYMSTR.DAT, AGYPERF.DAT shows:
      *
      *    - accounts and dollars placed with it this month and
      *      since the first placement (AGYPLCMT.DAT);
      *    - gross dollars it recovered, and the fees it kept, this
      *      month (AGYREMHS.DAT, by posting date) and to date;
      *    - recovery rate to date -- gross recovered as a percent
      *      of dollars placed -- which is the number the agency
      *      contracts are renewed on;
      *    - accounts it is still working and accounts recalled.
      *
      *  Placements or remittances for an agency no longer on the
      *  master print under agency '????' so the totals still foot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-PLACEMENTS    ASSIGN TO "AGYPLCMT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PLC-ACCOUNT-NR
                                       FILE STATUS IS
                                           PLACEMENT-STATUS.
           SELECT AGENCY-MASTER        ASSIGN TO "AGYMSTR.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS AGENCY-STATUS.
           SELECT REMITTANCE-HISTORY   ASSIGN TO "AGYREMHS.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS HISTORY-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT PERFORMANCE-REPORT   ASSIGN TO "AGYPERF.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REMITTANCE-HISTORY.
       01  REMITTANCE-HISTORY-RECORD.
           05  RHST-AGENCY-ID          PIC X(4).
           05  RHST-ACCOUNT-NR         PIC X(8).
           05  RHST-COLLECTED-DATE     PIC 9(8).
           05  RHST-POSTED-DATE        PIC 9(8).
           05  RHST-GROSS-AMOUNT       PIC 9(7)V99.
           05  RHST-FEE-AMOUNT         PIC 9(7)V99.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  PERFORMANCE-REPORT.
       01  PERFORMANCE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  PLACEMENT-STATUS            PIC XX.
       01  AGENCY-STATUS               PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  PLACEMENT-EOF-STATUS        PIC X VALUE 'N'.
           88  PLACEMENT-END           VALUE 'Y'.
       01  AGENCY-EOF-STATUS           PIC X VALUE 'N'.
           88  AGENCY-END              VALUE 'Y'.
       01  HISTORY-EOF-STATUS          PIC X VALUE 'N'.
           88  HISTORY-END             VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  REPORT-MONTH            PIC 9(6).
           05  FILLER                  PIC 99.
       01  LOOKUP-AGENCY-ID            PIC X(4).
       01  RECOVERY-PCT                PIC 999V9.

       01  NR-AGENCIES                 PIC 99 VALUE ZERO.
       01  AGENCY-SUB                  PIC 99.
       01  AGENCY-FOUND-SUB            PIC 99.
       01  AGENCY-TABLE-AREA.
           05  AGENCY-ENTRY OCCURS 21 TIMES.
               10  ATBL-ID             PIC X(4).
               10  ATBL-NAME           PIC X(20).
               10  ATBL-MONTH-PLACED-COUNT  PIC 9(5).
               10  ATBL-MONTH-PLACED-AMOUNT PIC 9(9)V99.
               10  ATBL-MONTH-GROSS    PIC 9(9)V99.
               10  ATBL-MONTH-FEES     PIC 9(9)V99.
               10  ATBL-ITD-PLACED-COUNT    PIC 9(5).
               10  ATBL-ITD-PLACED-AMOUNT   PIC 9(9)V99.
               10  ATBL-ITD-GROSS      PIC 9(9)V99.
               10  ATBL-ITD-FEES       PIC 9(9)V99.
               10  ATBL-ACTIVE-COUNT   PIC 9(5).
               10  ATBL-RECALLED-COUNT PIC 9(5).
       01  GRAND-TOTALS.
           05  GRD-MONTH-PLACED-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05  GRD-MONTH-GROSS         PIC 9(9)V99 VALUE ZERO.
           05  GRD-MONTH-FEES          PIC 9(9)V99 VALUE ZERO.
           05  GRD-ITD-PLACED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  GRD-ITD-GROSS           PIC 9(9)V99 VALUE ZERO.
           05  GRD-ITD-FEES            PIC 9(9)V99 VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'AGENCY PERFORMANCE REPORT -- MONTH '.
           05  RPH-MONTH               PIC 9(6).
       01  REPORT-AGENCY-LINE.
           05  FILLER                  PIC X(8) VALUE 'AGENCY: '.
           05  RPA-AGENCY-ID           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPA-AGENCY-NAME         PIC X(20).
           05  FILLER                  PIC X(10) VALUE '  ACTIVE: '.
           05  RPA-ACTIVE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  RECALLED: '.
           05  RPA-RECALLED-COUNT      PIC ZZ,ZZ9.
       01  REPORT-COLUMN-HEADING.
           05  FILLER                  PIC X(36) VALUE
               '           ACCTS         PLACED     '.
           05  FILLER                  PIC X(30) VALUE
               ' RECOVERED          FEES RATE%'.
       01  REPORT-FIGURE-LINE.
           05  RPF-PERIOD              PIC X(10).
           05  RPF-PLACED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-PLACED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-FEES                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-RECOVERY-PCT        PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0100-LOAD-AGENCY-MASTER.
           PERFORM 0200-ACCUMULATE-PLACEMENTS.
           PERFORM 0300-ACCUMULATE-REMITTANCES.
           OPEN OUTPUT PERFORMANCE-REPORT.
           MOVE REPORT-MONTH TO RPH-MONTH.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-HEADING.
           PERFORM VARYING AGENCY-SUB FROM 1 BY 1
               UNTIL AGENCY-SUB > NR-AGENCIES
               PERFORM 0600-PRINT-ONE-AGENCY
           END-PERFORM.
           PERFORM 0700-PRINT-GRAND-TOTALS.
           CLOSE PERFORMANCE-REPORT.
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

      *  The last table slot is held back for the '????' line.
       0100-LOAD-AGENCY-MASTER.
           OPEN INPUT AGENCY-MASTER.
           IF AGENCY-STATUS NOT = '00'
               MOVE 'Y' TO AGENCY-EOF-STATUS.
           PERFORM UNTIL AGENCY-END
               READ AGENCY-MASTER
                   AT END
                       MOVE 'Y' TO AGENCY-EOF-STATUS
                   NOT AT END
                       IF NR-AGENCIES < 20 AND AGY-ID NOT = SPACES
                           MOVE AGY-ID TO LOOKUP-AGENCY-ID
                           PERFORM 0150-ADD-AGENCY-ENTRY
                           MOVE AGY-NAME TO ATBL-NAME (NR-AGENCIES)
                       END-IF
               END-READ
           END-PERFORM.
           IF AGENCY-STATUS = '00' OR AGENCY-STATUS = '10'
               CLOSE AGENCY-MASTER.

       0150-ADD-AGENCY-ENTRY.
           ADD 1 TO NR-AGENCIES.
           MOVE LOOKUP-AGENCY-ID TO ATBL-ID (NR-AGENCIES).
           MOVE SPACES TO ATBL-NAME (NR-AGENCIES).
           MOVE ZERO TO ATBL-MONTH-PLACED-COUNT (NR-AGENCIES)
                        ATBL-MONTH-PLACED-AMOUNT (NR-AGENCIES)
                        ATBL-MONTH-GROSS (NR-AGENCIES)
                        ATBL-MONTH-FEES (NR-AGENCIES)
                        ATBL-ITD-PLACED-COUNT (NR-AGENCIES)
                        ATBL-ITD-PLACED-AMOUNT (NR-AGENCIES)
                        ATBL-ITD-GROSS (NR-AGENCIES)
                        ATBL-ITD-FEES (NR-AGENCIES)
                        ATBL-ACTIVE-COUNT (NR-AGENCIES)
                        ATBL-RECALLED-COUNT (NR-AGENCIES).

      *  Collections to date come off the placement records
      *  themselves; the month's come off the remittance history.
       0200-ACCUMULATE-PLACEMENTS.
           OPEN INPUT AGENCY-PLACEMENTS.
           IF PLACEMENT-STATUS NOT = '00'
               MOVE 'Y' TO PLACEMENT-EOF-STATUS.
           PERFORM UNTIL PLACEMENT-END
               READ AGENCY-PLACEMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO PLACEMENT-EOF-STATUS
                   NOT AT END
                       MOVE PLC-AGENCY-ID TO LOOKUP-AGENCY-ID
                       PERFORM 0500-FIND-AGENCY
                       PERFORM 0250-ADD-PLACEMENT
               END-READ
           END-PERFORM.
           IF PLACEMENT-STATUS = '00' OR PLACEMENT-STATUS = '10'
               CLOSE AGENCY-PLACEMENTS.

       0250-ADD-PLACEMENT.
           ADD 1 TO ATBL-ITD-PLACED-COUNT (AGENCY-FOUND-SUB).
           ADD PLC-PLACED-AMOUNT
               TO ATBL-ITD-PLACED-AMOUNT (AGENCY-FOUND-SUB).
           ADD PLC-GROSS-COLLECTED
               TO ATBL-ITD-GROSS (AGENCY-FOUND-SUB).
           ADD PLC-FEES-PAID TO ATBL-ITD-FEES (AGENCY-FOUND-SUB).
           IF PLC-PLACED-DATE (1:6) = REPORT-MONTH
               ADD 1 TO ATBL-MONTH-PLACED-COUNT (AGENCY-FOUND-SUB)
               ADD PLC-PLACED-AMOUNT
                   TO ATBL-MONTH-PLACED-AMOUNT (AGENCY-FOUND-SUB).
           IF PLC-IS-RECALLED
               ADD 1 TO ATBL-RECALLED-COUNT (AGENCY-FOUND-SUB)
           ELSE
               ADD 1 TO ATBL-ACTIVE-COUNT (AGENCY-FOUND-SUB).

       0300-ACCUMULATE-REMITTANCES.
           OPEN INPUT REMITTANCE-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO HISTORY-EOF-STATUS.
           PERFORM UNTIL HISTORY-END
               READ REMITTANCE-HISTORY
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-STATUS
                   NOT AT END
                       IF RHST-POSTED-DATE (1:6) = REPORT-MONTH
                           MOVE RHST-AGENCY-ID TO LOOKUP-AGENCY-ID
                           PERFORM 0500-FIND-AGENCY
                           ADD RHST-GROSS-AMOUNT
                               TO ATBL-MONTH-GROSS (AGENCY-FOUND-SUB)
                           ADD RHST-FEE-AMOUNT
                               TO ATBL-MONTH-FEES (AGENCY-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           IF HISTORY-STATUS = '00' OR HISTORY-STATUS = '10'
               CLOSE REMITTANCE-HISTORY.

      *  An agency id not on the master is gathered on one '????'
      *  line, opened the first time one turns up.
       0500-FIND-AGENCY.
           MOVE ZERO TO AGENCY-FOUND-SUB.
           PERFORM VARYING AGENCY-SUB FROM 1 BY 1
               UNTIL AGENCY-SUB > NR-AGENCIES
                  OR AGENCY-FOUND-SUB > ZERO
               IF ATBL-ID (AGENCY-SUB) = LOOKUP-AGENCY-ID
                   MOVE AGENCY-SUB TO AGENCY-FOUND-SUB
               END-IF
           END-PERFORM.
           IF AGENCY-FOUND-SUB = ZERO
               MOVE '????' TO LOOKUP-AGENCY-ID
               PERFORM VARYING AGENCY-SUB FROM 1 BY 1
                   UNTIL AGENCY-SUB > NR-AGENCIES
                      OR AGENCY-FOUND-SUB > ZERO
                   IF ATBL-ID (AGENCY-SUB) = LOOKUP-AGENCY-ID
                       MOVE AGENCY-SUB TO AGENCY-FOUND-SUB
                   END-IF
               END-PERFORM
               IF AGENCY-FOUND-SUB = ZERO
                   PERFORM 0150-ADD-AGENCY-ENTRY
                   MOVE 'NOT ON AGENCY MASTER'
                       TO ATBL-NAME (NR-AGENCIES)
                   MOVE NR-AGENCIES TO AGENCY-FOUND-SUB
               END-IF
           END-IF.

       0600-PRINT-ONE-AGENCY.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ATBL-ID (AGENCY-SUB) TO RPA-AGENCY-ID.
           MOVE ATBL-NAME (AGENCY-SUB) TO RPA-AGENCY-NAME.
           MOVE ATBL-ACTIVE-COUNT (AGENCY-SUB) TO RPA-ACTIVE-COUNT.
           MOVE ATBL-RECALLED-COUNT (AGENCY-SUB)
               TO RPA-RECALLED-COUNT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-AGENCY-LINE.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-COLUMN-HEADING.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE 'MONTH' TO RPF-PERIOD.
           MOVE ATBL-MONTH-PLACED-COUNT (AGENCY-SUB)
               TO RPF-PLACED-COUNT.
           MOVE ATBL-MONTH-PLACED-AMOUNT (AGENCY-SUB)
               TO RPF-PLACED-AMOUNT.
           MOVE ATBL-MONTH-GROSS (AGENCY-SUB) TO RPF-GROSS.
           MOVE ATBL-MONTH-FEES (AGENCY-SUB) TO RPF-FEES.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE 'TO DATE' TO RPF-PERIOD.
           MOVE ATBL-ITD-PLACED-COUNT (AGENCY-SUB)
               TO RPF-PLACED-COUNT.
           MOVE ATBL-ITD-PLACED-AMOUNT (AGENCY-SUB)
               TO RPF-PLACED-AMOUNT.
           MOVE ATBL-ITD-GROSS (AGENCY-SUB) TO RPF-GROSS.
           MOVE ATBL-ITD-FEES (AGENCY-SUB) TO RPF-FEES.
           IF ATBL-ITD-PLACED-AMOUNT (AGENCY-SUB) > ZERO
               COMPUTE RECOVERY-PCT ROUNDED =
                   ATBL-ITD-GROSS (AGENCY-SUB) * 100
                       / ATBL-ITD-PLACED-AMOUNT (AGENCY-SUB)
               MOVE RECOVERY-PCT TO RPF-RECOVERY-PCT
           ELSE
               MOVE ZERO TO RPF-RECOVERY-PCT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
           ADD ATBL-MONTH-PLACED-AMOUNT (AGENCY-SUB)
               TO GRD-MONTH-PLACED-AMOUNT.
           ADD ATBL-MONTH-GROSS (AGENCY-SUB) TO GRD-MONTH-GROSS.
           ADD ATBL-MONTH-FEES (AGENCY-SUB) TO GRD-MONTH-FEES.
           ADD ATBL-ITD-PLACED-AMOUNT (AGENCY-SUB)
               TO GRD-ITD-PLACED-AMOUNT.
           ADD ATBL-ITD-GROSS (AGENCY-SUB) TO GRD-ITD-GROSS.
           ADD ATBL-ITD-FEES (AGENCY-SUB) TO GRD-ITD-FEES.

       0700-PRINT-GRAND-TOTALS.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALL AGENCIES' TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE 'MONTH' TO RPF-PERIOD.
           MOVE GRD-MONTH-PLACED-AMOUNT TO RPF-PLACED-AMOUNT.
           MOVE GRD-MONTH-GROSS TO RPF-GROSS.
           MOVE GRD-MONTH-FEES TO RPF-FEES.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE 'TO DATE' TO RPF-PERIOD.
           MOVE GRD-ITD-PLACED-AMOUNT TO RPF-PLACED-AMOUNT.
           MOVE GRD-ITD-GROSS TO RPF-GROSS.
           MOVE GRD-ITD-FEES TO RPF-FEES.
           IF GRD-ITD-PLACED-AMOUNT > ZERO
               COMPUTE RECOVERY-PCT ROUNDED =
                   GRD-ITD-GROSS * 100 / GRD-ITD-PLACED-AMOUNT
               MOVE RECOVERY-PCT TO RPF-RECOVERY-PCT
           ELSE
               MOVE ZERO TO RPF-RECOVERY-PCT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
