       IDENTIFICATION DIVISION.
       PROGRAM-ID. Carrrecn.

      *  Monthly phone carrier bill reconciliation.  PHONCOST prices
      *  the switch's own SMDRIN.DAT call detail; this run holds the
      *  carrier's itemized bill for the same month, CARRBILL.DAT,
      *  up against that detail so accounts payable can dispute what
      *  the carrier got wrong.
      *
      *  A carrier call matches a switch call when the originating
      *  extension, dialed number and call date agree, the start
      *  times are within the time tolerance and the durations are
      *  within the duration tolerance.  Both tolerances are in
      *  seconds on CARRPARM.DAT (one record, time then duration,
      *  in the CALLRATE.DAT parameter style -- a missing file
      *  leaves the compiled-in 120 and 60).  Each switch call
      *  matches one carrier call at most.
      *
      *  Switch calls are priced exactly as PHONCOST prices them:
      *  whole minutes rounded up, long distance when the dialed
      *  number leads with '1', at the CALLRATE.DAT rates.  The
      *  carrier's duration is rounded the same way.  CARRRECN.DAT
      *  then lists, by discrepancy class:
      *
      *    1. carrier charges with no switch call -- the whole
      *       charge is in dispute;
      *    2. matched calls the carrier billed for a different
      *       number of minutes;
      *    3. matched calls billed for the same minutes at a
      *       different charge than the switch rate gives;
      *
      *  each with the carrier charge less the switch price, and a
      *  total per class.  Switch calls the carrier never billed
      *  are counted on the summary only -- they cost us nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMDR-EXPORT-FILE       ASSIGN TO "SMDRIN.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS SMDR-STATUS.
           SELECT CARRIER-BILL-FILE      ASSIGN TO "CARRBILL.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS CARRIER-STATUS.
           SELECT CALL-RATE-PARMS        ASSIGN TO "CALLRATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             RATE-PARM-STATUS.
           SELECT TOLERANCE-PARMS        ASSIGN TO "CARRPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             TOLERANCE-PARM-STATUS.
           SELECT RECONCILE-REPORT       ASSIGN TO "CARRRECN.DAT"
                                         LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SMDR-EXPORT-FILE.
       01  SMDR-RECORD.
           05  SMDR-EXTENSION          PIC X(4).
           05  SMDR-CALL-DATE          PIC X(8).
           05  SMDR-START-TIME         PIC X(6).
           05  SMDR-DURATION-SECONDS   PIC X(6).
           05  SMDR-DIALED-NUMBER      PIC X(10).
           05  FILLER                  PIC X(46).

       FD  CARRIER-BILL-FILE.
       01  CARRIER-BILL-RECORD.
           05  CAR-EXTENSION           PIC X(4).
           05  CAR-CALL-DATE           PIC X(8).
           05  CAR-START-TIME          PIC X(6).
           05  CAR-DURATION-SECONDS    PIC X(6).
           05  CAR-DIALED-NUMBER       PIC X(10).
           05  CAR-BILLED-AMOUNT       PIC 9(5)V99.
           05  FILLER                  PIC X(19).

       FD  CALL-RATE-PARMS.
       01  CALL-RATE-RECORD.
           05  RATE-LOCAL-PER-MIN      PIC 9V999.
           05  RATE-LD-PER-MIN         PIC 9V999.

       FD  TOLERANCE-PARMS.
       01  TOLERANCE-RECORD.
           05  TOL-START-SECONDS       PIC 9(4).
           05  TOL-DURATION-SECONDS    PIC 9(4).

       FD  RECONCILE-REPORT.
       01  RECONCILE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  SMDR-STATUS                 PIC XX.
       01  CARRIER-STATUS              PIC XX.
       01  RATE-PARM-STATUS            PIC XX.
       01  TOLERANCE-PARM-STATUS       PIC XX.
       01  SMDR-EOF-STATUS             PIC X VALUE 'N'.
           88  SMDR-END                VALUE 'Y'.
       01  CARRIER-EOF-STATUS          PIC X VALUE 'N'.
           88  CARRIER-END             VALUE 'Y'.
       01  LOCAL-RATE                  PIC 9V999 VALUE .050.
       01  LD-RATE                     PIC 9V999 VALUE .150.
       01  START-TOLERANCE             PIC 9(4) VALUE 120.
       01  DURATION-TOLERANCE          PIC 9(4) VALUE 60.
       01  TIME-WORK.
           05  TIME-HOURS              PIC 99.
           05  TIME-MINUTES            PIC 99.
           05  TIME-SECONDS            PIC 99.
       01  START-SECOND                PIC 9(5).
       01  DURATION-WORK               PIC 9(6).
       01  LENGTH-MINUTES              PIC 9(6).
       01  CALL-COST                   PIC 9(5)V99.
       01  SECONDS-APART               PIC S9(6).
       01  CLOSEST-SECONDS-APART       PIC S9(6).
       01  NR-SWITCH-CALLS             PIC 9(4) VALUE ZERO.
       01  SWITCH-SUB                  PIC 9(4).
       01  MATCHED-SUB                 PIC 9(4).
       01  SWITCH-CALL-TABLE.
           05  SWITCH-CALL-ENTRY OCCURS 5000 TIMES.
               10  SWT-EXTENSION       PIC X(4).
               10  SWT-CALL-DATE       PIC X(8).
               10  SWT-START-TIME      PIC X(6).
               10  SWT-START-SECOND    PIC 9(5).
               10  SWT-DURATION        PIC 9(6).
               10  SWT-DIALED-NUMBER   PIC X(10).
               10  SWT-MINUTES         PIC 9(6).
               10  SWT-COST            PIC 9(5)V99.
               10  SWT-MATCHED-FLAG    PIC X.
                   88  SWT-MATCHED     VALUE 'Y'.
               10  SWT-CARRIER-MINUTES PIC 9(6).
               10  SWT-CARRIER-AMOUNT  PIC 9(5)V99.
       01  CARRIER-MINUTES             PIC 9(6).
       01  CARRIER-DURATION            PIC 9(6).
       01  DISPUTE-AMOUNT              PIC S9(5)V99.
       01  SWITCH-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
       01  SWITCH-OVERFLOW-COUNT       PIC 9(7) VALUE ZERO.
       01  CARRIER-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  CARRIER-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.
       01  CARRIER-MATCHED-COUNT       PIC 9(7) VALUE ZERO.
       01  UNBILLED-SWITCH-COUNT       PIC 9(7) VALUE ZERO.
       01  NO-SWITCH-COUNT             PIC 9(7) VALUE ZERO.
       01  NO-SWITCH-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  DURATION-DIFF-COUNT         PIC 9(7) VALUE ZERO.
       01  DURATION-DIFF-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  RATE-DIFF-COUNT             PIC 9(7) VALUE ZERO.
       01  RATE-DIFF-TOTAL             PIC S9(9)V99 VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CARRIER BILL RECONCILIATION REPORT      '.
       01  SECTION-HEADING             PIC X(50).
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'EXT   DATE     TIME    NUMBER      CMIN '.
           05  FILLER                  PIC X(40) VALUE
               ' CARRIER    SMIN   SWITCH      DISPUTE  '.
       01  DISCREPANCY-LINE.
           05  DSC-EXTENSION           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-CALL-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DSC-START-TIME          PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-DIALED-NUMBER       PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-CARRIER-MINUTES     PIC ZZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-CARRIER-AMOUNT      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-SWITCH-MINUTES      PIC ZZZZ.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-SWITCH-AMOUNT       PIC ZZ,ZZZ.ZZ.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DSC-DISPUTE-AMOUNT      PIC -ZZ,ZZ9.99.
       01  CLASS-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CTL-CLASS-NAME          PIC X(30).
           05  FILLER                  PIC X(8) VALUE ' CALLS: '.
           05  CTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  DISPUTE '.
           05  CTL-TOTAL               PIC -ZZZ,ZZZ,ZZ9.99.
       01  RUN-SUMMARY-LINE.
           05  FILLER                  PIC X(16) VALUE
               'CARRIER CALLS:  '.
           05  RSL-CARRIER-READ        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  MATCHED: '.
           05  RSL-MATCHED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED: '.
           05  RSL-CARRIER-SKIPPED     PIC ZZZ,ZZ9.
       01  SWITCH-SUMMARY-LINE.
           05  FILLER                  PIC X(16) VALUE
               'SWITCH CALLS:   '.
           05  SSL-SWITCH-LOADED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  NOT BILLED: '.
           05  SSL-UNBILLED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED: '.
           05  SSL-SWITCH-SKIPPED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0120-READ-CALL-RATES.
           PERFORM 0140-READ-TOLERANCES.
           PERFORM 0100-LOAD-SWITCH-CALLS.
           OPEN OUTPUT RECONCILE-REPORT.
           WRITE RECONCILE-LINE FROM REPORT-HEADING.
           MOVE SPACES TO RECONCILE-LINE.
           WRITE RECONCILE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CARRIER CHARGES WITH NO SWITCH CALL'
               TO SECTION-HEADING.
           WRITE RECONCILE-LINE FROM SECTION-HEADING.
           WRITE RECONCILE-LINE FROM COLUMN-HEADING.
           OPEN INPUT CARRIER-BILL-FILE.
           IF CARRIER-STATUS NOT = '00'
               DISPLAY 'CARRRECN: NO CARRBILL.DAT TO RECONCILE'
               MOVE 'Y' TO CARRIER-EOF-STATUS.
           PERFORM UNTIL CARRIER-END
               READ CARRIER-BILL-FILE
                   AT END
                       MOVE 'Y' TO CARRIER-EOF-STATUS
                   NOT AT END
                       PERFORM 0200-MATCH-ONE-CARRIER-CALL
               END-READ
           END-PERFORM.
           IF CARRIER-STATUS = '00' OR CARRIER-STATUS = '10'
               CLOSE CARRIER-BILL-FILE.
           MOVE 'NO SWITCH CALL' TO CTL-CLASS-NAME.
           MOVE NO-SWITCH-COUNT TO CTL-COUNT.
           MOVE NO-SWITCH-TOTAL TO CTL-TOTAL.
           WRITE RECONCILE-LINE FROM CLASS-TOTAL-LINE.
           PERFORM 0400-PRINT-DURATION-DIFFS.
           PERFORM 0450-PRINT-RATE-DIFFS.
           PERFORM 0500-PRINT-SUMMARY.
           CLOSE RECONCILE-REPORT.
           DISPLAY 'CARRRECN: CARRIER CALLS READ    '
               CARRIER-READ-COUNT.
           DISPLAY 'CARRRECN: CARRIER CALLS MATCHED '
               CARRIER-MATCHED-COUNT.
           DISPLAY 'CARRRECN: NO SWITCH CALL        ' NO-SWITCH-COUNT.
           DISPLAY 'CARRRECN: DURATION DIFFERENCES  '
               DURATION-DIFF-COUNT.
           DISPLAY 'CARRRECN: RATE DIFFERENCES      ' RATE-DIFF-COUNT.
           STOP RUN.

      *  Every priced switch call for the month goes into the
      *  table; a call that will not price is skipped the way
      *  PHONCOST skips it, so it can only surface here as a
      *  carrier charge with no switch call.
       0100-LOAD-SWITCH-CALLS.
           OPEN INPUT SMDR-EXPORT-FILE.
           IF SMDR-STATUS NOT = '00'
               DISPLAY 'CARRRECN: NO SMDRIN.DAT TO MATCH AGAINST'
               MOVE 'Y' TO SMDR-EOF-STATUS.
           PERFORM UNTIL SMDR-END
               READ SMDR-EXPORT-FILE
                   AT END
                       MOVE 'Y' TO SMDR-EOF-STATUS
                   NOT AT END
                       PERFORM 0110-LOAD-ONE-SWITCH-CALL
               END-READ
           END-PERFORM.
           IF SMDR-STATUS = '00' OR SMDR-STATUS = '10'
               CLOSE SMDR-EXPORT-FILE.
           IF SWITCH-OVERFLOW-COUNT > ZERO
               DISPLAY 'CARRRECN: SWITCH TABLE FULL, CALLS NOT LOADED '
                   SWITCH-OVERFLOW-COUNT.

       0110-LOAD-ONE-SWITCH-CALL.
           IF SMDR-DURATION-SECONDS NOT NUMERIC
             OR SMDR-START-TIME NOT NUMERIC
               ADD 1 TO SWITCH-SKIPPED-COUNT
               EXIT PARAGRAPH.
           IF NR-SWITCH-CALLS NOT < 5000
               ADD 1 TO SWITCH-OVERFLOW-COUNT
               EXIT PARAGRAPH.
           ADD 1 TO NR-SWITCH-CALLS.
           MOVE NR-SWITCH-CALLS TO SWITCH-SUB.
           MOVE SMDR-EXTENSION TO SWT-EXTENSION (SWITCH-SUB).
           MOVE SMDR-CALL-DATE TO SWT-CALL-DATE (SWITCH-SUB).
           MOVE SMDR-START-TIME TO SWT-START-TIME (SWITCH-SUB).
           MOVE SMDR-DIALED-NUMBER TO SWT-DIALED-NUMBER (SWITCH-SUB).
           MOVE SMDR-START-TIME TO TIME-WORK.
           PERFORM 0150-CONVERT-START-TIME.
           MOVE START-SECOND TO SWT-START-SECOND (SWITCH-SUB).
           MOVE SMDR-DURATION-SECONDS TO DURATION-WORK.
           MOVE DURATION-WORK TO SWT-DURATION (SWITCH-SUB).
           COMPUTE LENGTH-MINUTES = (DURATION-WORK + 59) / 60.
           IF SMDR-DIALED-NUMBER (1:1) = '1'
               COMPUTE CALL-COST ROUNDED = LENGTH-MINUTES * LD-RATE
           ELSE
               COMPUTE CALL-COST ROUNDED =
                   LENGTH-MINUTES * LOCAL-RATE.
           MOVE LENGTH-MINUTES TO SWT-MINUTES (SWITCH-SUB).
           MOVE CALL-COST TO SWT-COST (SWITCH-SUB).
           MOVE 'N' TO SWT-MATCHED-FLAG (SWITCH-SUB).
           MOVE ZERO TO SWT-CARRIER-MINUTES (SWITCH-SUB)
                        SWT-CARRIER-AMOUNT (SWITCH-SUB).

       0120-READ-CALL-RATES.
           OPEN INPUT CALL-RATE-PARMS.
           IF RATE-PARM-STATUS = '00'
               READ CALL-RATE-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RATE-LOCAL-PER-MIN NUMERIC
                         AND RATE-LOCAL-PER-MIN > ZERO
                           MOVE RATE-LOCAL-PER-MIN TO LOCAL-RATE
                       END-IF
                       IF RATE-LD-PER-MIN NUMERIC
                         AND RATE-LD-PER-MIN > ZERO
                           MOVE RATE-LD-PER-MIN TO LD-RATE
                       END-IF
               END-READ
               CLOSE CALL-RATE-PARMS.

       0140-READ-TOLERANCES.
           OPEN INPUT TOLERANCE-PARMS.
           IF TOLERANCE-PARM-STATUS = '00'
               READ TOLERANCE-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-START-SECONDS NUMERIC
                           MOVE TOL-START-SECONDS TO START-TOLERANCE
                       END-IF
                       IF TOL-DURATION-SECONDS NUMERIC
                           MOVE TOL-DURATION-SECONDS
                               TO DURATION-TOLERANCE
                       END-IF
               END-READ
               CLOSE TOLERANCE-PARMS.

       0150-CONVERT-START-TIME.
           COMPUTE START-SECOND = TIME-HOURS * 3600
                                + TIME-MINUTES * 60
                                + TIME-SECONDS.

      *  The closest start time wins when more than one unmatched
      *  switch call qualifies.
       0200-MATCH-ONE-CARRIER-CALL.
           ADD 1 TO CARRIER-READ-COUNT.
           IF CAR-DURATION-SECONDS NOT NUMERIC
             OR CAR-START-TIME NOT NUMERIC
             OR CAR-BILLED-AMOUNT NOT NUMERIC
               DISPLAY 'CARRRECN: CARRIER RECORD ' CARRIER-READ-COUNT
                   ' IS NOT NUMERIC -- SKIPPED'
               ADD 1 TO CARRIER-SKIPPED-COUNT
               EXIT PARAGRAPH.
           MOVE CAR-START-TIME TO TIME-WORK.
           PERFORM 0150-CONVERT-START-TIME.
           MOVE CAR-DURATION-SECONDS TO CARRIER-DURATION.
           COMPUTE CARRIER-MINUTES = (CARRIER-DURATION + 59) / 60.
           MOVE ZERO TO MATCHED-SUB.
           PERFORM VARYING SWITCH-SUB FROM 1 BY 1
               UNTIL SWITCH-SUB > NR-SWITCH-CALLS
               IF NOT SWT-MATCHED (SWITCH-SUB)
                 AND SWT-EXTENSION (SWITCH-SUB) = CAR-EXTENSION
                 AND SWT-DIALED-NUMBER (SWITCH-SUB) = CAR-DIALED-NUMBER
                 AND SWT-CALL-DATE (SWITCH-SUB) = CAR-CALL-DATE
                   PERFORM 0250-TEST-TOLERANCES
               END-IF
           END-PERFORM.
           IF MATCHED-SUB = ZERO
               ADD 1 TO NO-SWITCH-COUNT
               ADD CAR-BILLED-AMOUNT TO NO-SWITCH-TOTAL
               MOVE CAR-EXTENSION TO DSC-EXTENSION
               MOVE CAR-CALL-DATE TO DSC-CALL-DATE
               MOVE CAR-START-TIME TO DSC-START-TIME
               MOVE CAR-DIALED-NUMBER TO DSC-DIALED-NUMBER
               MOVE CARRIER-MINUTES TO DSC-CARRIER-MINUTES
               MOVE CAR-BILLED-AMOUNT TO DSC-CARRIER-AMOUNT
                                         DSC-DISPUTE-AMOUNT
               MOVE ZERO TO DSC-SWITCH-MINUTES
                            DSC-SWITCH-AMOUNT
               WRITE RECONCILE-LINE FROM DISCREPANCY-LINE
           ELSE
               ADD 1 TO CARRIER-MATCHED-COUNT
               MOVE 'Y' TO SWT-MATCHED-FLAG (MATCHED-SUB)
               MOVE CARRIER-MINUTES
                   TO SWT-CARRIER-MINUTES (MATCHED-SUB)
               MOVE CAR-BILLED-AMOUNT
                   TO SWT-CARRIER-AMOUNT (MATCHED-SUB).

       0250-TEST-TOLERANCES.
           COMPUTE SECONDS-APART =
               SWT-DURATION (SWITCH-SUB) - CARRIER-DURATION.
           IF SECONDS-APART < ZERO
               COMPUTE SECONDS-APART = ZERO - SECONDS-APART.
           IF SECONDS-APART > DURATION-TOLERANCE
               EXIT PARAGRAPH.
           COMPUTE SECONDS-APART =
               SWT-START-SECOND (SWITCH-SUB) - START-SECOND.
           IF SECONDS-APART < ZERO
               COMPUTE SECONDS-APART = ZERO - SECONDS-APART.
           IF SECONDS-APART > START-TOLERANCE
               EXIT PARAGRAPH.
           IF MATCHED-SUB = ZERO
             OR SECONDS-APART < CLOSEST-SECONDS-APART
               MOVE SWITCH-SUB TO MATCHED-SUB
               MOVE SECONDS-APART TO CLOSEST-SECONDS-APART.

       0400-PRINT-DURATION-DIFFS.
           MOVE SPACES TO RECONCILE-LINE.
           WRITE RECONCILE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MATCHED CALLS BILLED AT A DIFFERENT DURATION'
               TO SECTION-HEADING.
           WRITE RECONCILE-LINE FROM SECTION-HEADING.
           WRITE RECONCILE-LINE FROM COLUMN-HEADING.
           PERFORM VARYING SWITCH-SUB FROM 1 BY 1
               UNTIL SWITCH-SUB > NR-SWITCH-CALLS
               IF SWT-MATCHED (SWITCH-SUB)
                 AND SWT-CARRIER-MINUTES (SWITCH-SUB) NOT =
                     SWT-MINUTES (SWITCH-SUB)
                   ADD 1 TO DURATION-DIFF-COUNT
                   PERFORM 0480-WRITE-MATCHED-LINE
                   ADD DISPUTE-AMOUNT TO DURATION-DIFF-TOTAL
               END-IF
           END-PERFORM.
           MOVE 'DURATION DIFFERENCES' TO CTL-CLASS-NAME.
           MOVE DURATION-DIFF-COUNT TO CTL-COUNT.
           MOVE DURATION-DIFF-TOTAL TO CTL-TOTAL.
           WRITE RECONCILE-LINE FROM CLASS-TOTAL-LINE.

       0450-PRINT-RATE-DIFFS.
           MOVE SPACES TO RECONCILE-LINE.
           WRITE RECONCILE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MATCHED CALLS BILLED AT A DIFFERENT RATE'
               TO SECTION-HEADING.
           WRITE RECONCILE-LINE FROM SECTION-HEADING.
           WRITE RECONCILE-LINE FROM COLUMN-HEADING.
           PERFORM VARYING SWITCH-SUB FROM 1 BY 1
               UNTIL SWITCH-SUB > NR-SWITCH-CALLS
               IF SWT-MATCHED (SWITCH-SUB)
                 AND SWT-CARRIER-MINUTES (SWITCH-SUB) =
                     SWT-MINUTES (SWITCH-SUB)
                 AND SWT-CARRIER-AMOUNT (SWITCH-SUB) NOT =
                     SWT-COST (SWITCH-SUB)
                   ADD 1 TO RATE-DIFF-COUNT
                   PERFORM 0480-WRITE-MATCHED-LINE
                   ADD DISPUTE-AMOUNT TO RATE-DIFF-TOTAL
               END-IF
           END-PERFORM.
           MOVE 'RATE DIFFERENCES' TO CTL-CLASS-NAME.
           MOVE RATE-DIFF-COUNT TO CTL-COUNT.
           MOVE RATE-DIFF-TOTAL TO CTL-TOTAL.
           WRITE RECONCILE-LINE FROM CLASS-TOTAL-LINE.

       0480-WRITE-MATCHED-LINE.
           COMPUTE DISPUTE-AMOUNT = SWT-CARRIER-AMOUNT (SWITCH-SUB)
                                  - SWT-COST (SWITCH-SUB).
           MOVE SWT-EXTENSION (SWITCH-SUB) TO DSC-EXTENSION.
           MOVE SWT-CALL-DATE (SWITCH-SUB) TO DSC-CALL-DATE.
           MOVE SWT-START-TIME (SWITCH-SUB) TO DSC-START-TIME.
           MOVE SWT-DIALED-NUMBER (SWITCH-SUB) TO DSC-DIALED-NUMBER.
           MOVE SWT-CARRIER-MINUTES (SWITCH-SUB)
               TO DSC-CARRIER-MINUTES.
           MOVE SWT-CARRIER-AMOUNT (SWITCH-SUB) TO DSC-CARRIER-AMOUNT.
           MOVE SWT-MINUTES (SWITCH-SUB) TO DSC-SWITCH-MINUTES.
           MOVE SWT-COST (SWITCH-SUB) TO DSC-SWITCH-AMOUNT.
           MOVE DISPUTE-AMOUNT TO DSC-DISPUTE-AMOUNT.
           WRITE RECONCILE-LINE FROM DISCREPANCY-LINE.

       0500-PRINT-SUMMARY.
           PERFORM VARYING SWITCH-SUB FROM 1 BY 1
               UNTIL SWITCH-SUB > NR-SWITCH-CALLS
               IF NOT SWT-MATCHED (SWITCH-SUB)
                   ADD 1 TO UNBILLED-SWITCH-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECONCILE-LINE.
           WRITE RECONCILE-LINE AFTER ADVANCING 1 LINE.
           MOVE CARRIER-READ-COUNT TO RSL-CARRIER-READ.
           MOVE CARRIER-MATCHED-COUNT TO RSL-MATCHED.
           MOVE CARRIER-SKIPPED-COUNT TO RSL-CARRIER-SKIPPED.
           WRITE RECONCILE-LINE FROM RUN-SUMMARY-LINE.
           MOVE NR-SWITCH-CALLS TO SSL-SWITCH-LOADED.
           MOVE UNBILLED-SWITCH-COUNT TO SSL-UNBILLED.
           MOVE SWITCH-SKIPPED-COUNT TO SSL-SWITCH-SKIPPED.
           WRITE RECONCILE-LINE FROM SWITCH-SUMMARY-LINE.
