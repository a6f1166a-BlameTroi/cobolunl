       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tollscrn.

      *  Nightly toll fraud screening.  A compromised switch runs up
      *  charges that otherwise surface only on the carrier's bill
      *  (see CARRRECN); this run screens the day's SMDRIN.DAT
      *  import the night it arrives and flags:
      *
      *    - calls to an international or premium-rate dial prefix
      *      from an extension not authorized for that class;
      *    - calls placed outside business hours -- before the
      *      opening time, at or after the closing time, or on any
      *      day BUSDAYS does not count as a business day (weekends
      *      and the HOLIDAY.DAT shop calendar);
      *    - calls longer than the long-call threshold;
      *    - any extension whose call count or cost for the day is
      *      past the spike multiple of its trailing daily average.
      *
      *  Everything tunable is on TOLLPARM.DAT, one record per item,
      *  the record type in the first byte:
      *
      *    T  thresholds: business hours open and close (HHMM), the
      *       long-call minutes, the spike multiple, and the
      *       trailing days averaged;
      *    P  a dial prefix, its length, and its class (I
      *       international, P premium rate);
      *    A  an extension and whether it may dial international
      *       and premium-rate numbers.
      *
      *  With no T record the shop runs 0700 to 1900, a call over
      *  120 minutes is long, and a spike is three times the 30-day
      *  average; with no P records 011 is international and 1900
      *  premium rate.  No A records means no extension is
      *  authorized for either.
      *
      *  The day's count and cost per extension (priced the PHONCOST
      *  way, at the CALLRATE.DAT rates) are appended to TOLLHIST.DAT
      *  for the averages of later nights.  An extension with no
      *  history has no average and is not screened for spikes.
      *  The average is over the nights the run has history for in
      *  the window, so a night without a call counts as zero.
      *
      *  Flagged calls and spiking extensions are listed on the
      *  morning alert report TOLLALRT.DAT, and each one is also a
      *  record on TOLLEXC.DAT, the exception file MORNSUM counts.
      *  The business date comes from RUNDATE.DAT, the NIGHTRUN
      *  convention, and the run is a RUNLOG controlled job, so a
      *  second run on one business date -- which would put the
      *  night into the history twice -- is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMDR-EXPORT-FILE       ASSIGN TO "SMDRIN.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS SMDR-STATUS.
           SELECT TOLL-PARMS             ASSIGN TO "TOLLPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             TOLL-PARM-STATUS.
           SELECT CALL-RATE-PARMS        ASSIGN TO "CALLRATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             RATE-PARM-STATUS.
           SELECT RUN-DATE-PARM          ASSIGN TO "RUNDATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             RUN-DATE-STATUS.
           SELECT TOLL-HISTORY           ASSIGN TO "TOLLHIST.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS HISTORY-STATUS.
           SELECT ALERT-REPORT           ASSIGN TO "TOLLALRT.DAT"
                                         LINE SEQUENTIAL.
           SELECT TOLL-EXCEPTION-FILE    ASSIGN TO "TOLLEXC.DAT"
                                         LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SMDR-EXPORT-FILE.
       01  SMDR-RECORD.
           05  SMDR-EXTENSION          PIC X(4).
           05  SMDR-CALL-DATE          PIC X(8).
           05  SMDR-CALL-DATE-NUM REDEFINES SMDR-CALL-DATE
                                       PIC 9(8).
           05  SMDR-START-TIME         PIC X(6).
           05  SMDR-DURATION-SECONDS   PIC X(6).
           05  SMDR-DIALED-NUMBER      PIC X(10).
           05  FILLER                  PIC X(46).

       FD  TOLL-PARMS.
       01  TOLL-PARM-RECORD.
           05  TPRM-RECORD-TYPE        PIC X.
               88  TPRM-IS-THRESHOLDS   VALUE 'T'.
               88  TPRM-IS-PREFIX       VALUE 'P'.
               88  TPRM-IS-AUTHORIZATION VALUE 'A'.
           05  TPRM-THRESHOLD-DATA.
               10  TPRM-HOURS-OPEN     PIC 9(4).
               10  TPRM-HOURS-CLOSE    PIC 9(4).
               10  TPRM-LONG-CALL-MINUTES PIC 9(4).
               10  TPRM-SPIKE-MULTIPLE PIC 9V9.
               10  TPRM-TRAILING-DAYS  PIC 999.
               10  FILLER              PIC X(22).
           05  TPRM-PREFIX-DATA REDEFINES TPRM-THRESHOLD-DATA.
               10  TPRM-DIAL-PREFIX    PIC X(6).
               10  TPRM-PREFIX-LENGTH  PIC 9.
               10  TPRM-PREFIX-CLASS   PIC X.
               10  FILLER              PIC X(31).
           05  TPRM-AUTHORIZATION-DATA REDEFINES TPRM-THRESHOLD-DATA.
               10  TPRM-AUTH-EXTENSION PIC X(4).
               10  TPRM-AUTH-INTERNATIONAL PIC X.
               10  TPRM-AUTH-PREMIUM   PIC X.
               10  FILLER              PIC X(33).

       FD  CALL-RATE-PARMS.
       01  CALL-RATE-RECORD.
           05  RATE-LOCAL-PER-MIN      PIC 9V999.
           05  RATE-LD-PER-MIN         PIC 9V999.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  TOLL-HISTORY.
       01  TOLL-HISTORY-RECORD.
           05  THST-BUSINESS-DATE      PIC 9(8).
           05  THST-EXTENSION          PIC X(4).
           05  THST-CALL-COUNT         PIC 9(5).
           05  THST-CALL-COST          PIC 9(7)V99.

       FD  ALERT-REPORT.
       01  ALERT-LINE                  PIC X(80).

       FD  TOLL-EXCEPTION-FILE.
       01  TOLL-EXCEPTION-RECORD.
           05  TEXC-INPUT-DATA         PIC X(80).
           05  TEXC-REASON             PIC X(28).

       WORKING-STORAGE SECTION.
       01  SMDR-STATUS                 PIC XX.
       01  TOLL-PARM-STATUS            PIC XX.
       01  RATE-PARM-STATUS            PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  FILE-EOF-STATUS             PIC X.
           88  FILE-END                VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  LOCAL-RATE                  PIC 9V999 VALUE .050.
       01  LD-RATE                     PIC 9V999 VALUE .150.
       01  HOURS-OPEN                  PIC 9(4) VALUE 0700.
       01  HOURS-CLOSE                 PIC 9(4) VALUE 1900.
       01  LONG-CALL-MINUTES           PIC 9(4) VALUE 120.
       01  SPIKE-MULTIPLE              PIC 9V9 VALUE 3.0.
       01  TRAILING-DAYS               PIC 999 VALUE 30.
       01  NR-PREFIXES                 PIC 99 VALUE ZERO.
       01  PREFIX-SUB                  PIC 99.
       01  MATCHED-PREFIX-SUB          PIC 99.
       01  PREFIX-TABLE.
           05  PREFIX-ENTRY OCCURS 50 TIMES.
               10  PFX-DIAL-PREFIX     PIC X(6).
               10  PFX-LENGTH          PIC 9.
               10  PFX-CLASS           PIC X.
       01  NR-AUTHORIZATIONS           PIC 999 VALUE ZERO.
       01  AUTH-SUB                    PIC 999.
       01  AUTHORIZATION-TABLE.
           05  AUTHORIZATION-ENTRY OCCURS 500 TIMES.
               10  AUTH-EXTENSION      PIC X(4).
               10  AUTH-INTERNATIONAL  PIC X.
               10  AUTH-PREMIUM        PIC X.
       01  DURATION-WORK               PIC 9(6).
       01  LENGTH-MINUTES              PIC 9(6).
       01  CALL-COST                   PIC 9(5)V99.
       01  CALL-CLASS                  PIC X.
           88  CALL-IS-INTERNATIONAL   VALUE 'I'.
           88  CALL-IS-PREMIUM         VALUE 'P'.
       01  CALL-AUTHORIZED-SWITCH      PIC X.
           88  CALL-AUTHORIZED         VALUE 'Y'.
       01  START-HHMM                  PIC 9(4).
       01  FLAG-TEXT                   PIC X(28).
       01  FLAG-POINTER                PIC 99.
       01  CHECKED-DATE                PIC 9(8) VALUE ZERO.
       01  CHECKED-DATE-SWITCH         PIC X.
           88  CHECKED-DATE-IS-BUSINESS VALUE 'Y'.
       01  DAY-BEFORE-DATE             PIC 9(8).
       01  DATE-VALID-SWITCH           PIC X.
       01  BUSD-DAYS-BETWEEN           PIC S9(8).
       01  BUSD-NEXT-BUSINESS-DAY      PIC 9(8).
       01  BUSD-STATUS                 PIC X.
           88  BUSD-DATES-VALID        VALUE 'Y'.
       01  ARTH-DAYS-BETWEEN           PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  NR-HISTORY-DATES            PIC 999 VALUE ZERO.
       01  HDATE-SUB                   PIC 999.
       01  HISTORY-DATE-TABLE.
           05  HISTORY-DATE-ENTRY      PIC 9(8) OCCURS 400 TIMES.
       01  DATE-FOUND-SWITCH           PIC X.
       01  NR-EXTENSIONS               PIC 999 VALUE ZERO.
       01  EXT-SUB                     PIC 999.
       01  EXT-FOUND-SUB               PIC 999.
       01  EXTENSION-TABLE.
           05  EXTENSION-ENTRY OCCURS 500 TIMES.
               10  XTBL-EXTENSION      PIC X(4).
               10  XTBL-CALL-COUNT     PIC 9(5).
               10  XTBL-CALL-COST      PIC 9(7)V99.
               10  XTBL-HIST-COUNT     PIC 9(7).
               10  XTBL-HIST-COST      PIC 9(9)V99.
       01  LOOKUP-EXTENSION            PIC X(4).
       01  AVERAGE-COUNT               PIC 9(5)V99.
       01  AVERAGE-COST                PIC 9(7)V99.
       01  CALLS-SCREENED-COUNT        PIC 9(7) VALUE ZERO.
       01  CALLS-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
       01  CALLS-FLAGGED-COUNT         PIC 9(7) VALUE ZERO.
       01  PREFIX-FLAG-COUNT           PIC 9(7) VALUE ZERO.
       01  HOURS-FLAG-COUNT            PIC 9(7) VALUE ZERO.
       01  LONG-FLAG-COUNT             PIC 9(7) VALUE ZERO.
       01  SPIKE-FLAG-COUNT            PIC 9(7) VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'TOLL FRAUD SCREENING ALERTS   '.
           05  HDG-DATE                PIC 9(8).
       01  SECTION-HEADING             PIC X(40).
       01  CALL-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'EXT   DATE     TIME    NUMBER      MINS '.
           05  FILLER                  PIC X(40) VALUE
               '     COST   FLAGS                       '.
       01  CALL-ALERT-LINE.
           05  CAL-EXTENSION           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  CAL-CALL-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CAL-START-TIME          PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  CAL-DIALED-NUMBER       PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  CAL-MINUTES             PIC ZZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  CAL-COST                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  CAL-FLAGS               PIC X(28).
       01  SPIKE-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'EXT    CALLS  AVG CALLS       COST   AVG'.
           05  FILLER                  PIC X(40) VALUE
               ' COST    FLAGS                          '.
       01  SPIKE-ALERT-LINE.
           05  SPK-EXTENSION           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  SPK-CALL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  SPK-AVERAGE-COUNT       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  SPK-CALL-COST           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  SPK-AVERAGE-COST        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  SPK-FLAGS               PIC X(28).
       01  ALERT-TOTAL-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               'CALLS SCREENED: '.
           05  ATL-SCREENED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  FLAGGED: '.
           05  ATL-FLAGGED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED: '.
           05  ATL-SKIPPED             PIC ZZZ,ZZ9.
       01  ALERT-TOTAL-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               'PREFIX:         '.
           05  ATL-PREFIX              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE '  OFF-HOURS: '.
           05  ATL-HOURS               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE '  LONG: '.
           05  ATL-LONG                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  SPIKES: '.
           05  ATL-SPIKES              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'TOLLSCRN' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'TOLLSCRN: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0100-ESTABLISH-BUSINESS-DATE.
           PERFORM 0110-READ-TOLL-PARMS.
           PERFORM 0120-READ-CALL-RATES.
           OPEN OUTPUT ALERT-REPORT
                       TOLL-EXCEPTION-FILE.
           MOVE BUSINESS-DATE TO HDG-DATE.
           WRITE ALERT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO ALERT-LINE.
           WRITE ALERT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FLAGGED CALLS' TO SECTION-HEADING.
           WRITE ALERT-LINE FROM SECTION-HEADING.
           WRITE ALERT-LINE FROM CALL-COLUMN-HEADING.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT SMDR-EXPORT-FILE.
           IF SMDR-STATUS NOT = '00'
               DISPLAY 'TOLLSCRN: NO SMDRIN.DAT TO SCREEN'
               MOVE 'Y' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ SMDR-EXPORT-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       PERFORM 0200-SCREEN-ONE-CALL
               END-READ
           END-PERFORM.
           IF SMDR-STATUS = '00' OR SMDR-STATUS = '10'
               CLOSE SMDR-EXPORT-FILE.
           PERFORM 0400-LOAD-TRAILING-HISTORY.
           PERFORM 0500-SCREEN-EXTENSION-SPIKES.
           PERFORM 0600-WRITE-ALERT-TOTALS.
           CLOSE ALERT-REPORT
                 TOLL-EXCEPTION-FILE.
           PERFORM 0700-APPEND-TONIGHT-HISTORY.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE CALLS-SCREENED-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           DISPLAY 'TOLLSCRN: CALLS SCREENED ' CALLS-SCREENED-COUNT.
           DISPLAY 'TOLLSCRN: CALLS FLAGGED  ' CALLS-FLAGGED-COUNT.
           DISPLAY 'TOLLSCRN: SPIKES FLAGGED ' SPIKE-FLAG-COUNT.
           STOP RUN.

       0100-ESTABLISH-BUSINESS-DATE.
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

       0110-READ-TOLL-PARMS.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT TOLL-PARMS.
           IF TOLL-PARM-STATUS NOT = '00'
               MOVE 'Y' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ TOLL-PARMS
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TPRM-IS-THRESHOLDS
                               PERFORM 0115-TAKE-THRESHOLDS
                           WHEN TPRM-IS-PREFIX
                               IF NR-PREFIXES < 50
                                 AND TPRM-PREFIX-LENGTH NUMERIC
                                 AND TPRM-PREFIX-LENGTH > ZERO
                                   ADD 1 TO NR-PREFIXES
                                   MOVE TPRM-PREFIX-DATA
                                       TO PREFIX-ENTRY (NR-PREFIXES)
                               END-IF
                           WHEN TPRM-IS-AUTHORIZATION
                               IF NR-AUTHORIZATIONS < 500
                                   ADD 1 TO NR-AUTHORIZATIONS
                                   MOVE TPRM-AUTHORIZATION-DATA
                                       TO AUTHORIZATION-ENTRY
                                          (NR-AUTHORIZATIONS)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF TOLL-PARM-STATUS = '00' OR TOLL-PARM-STATUS = '10'
               CLOSE TOLL-PARMS.
           IF NR-PREFIXES = ZERO
               MOVE '011   ' TO PFX-DIAL-PREFIX (1)
               MOVE 3 TO PFX-LENGTH (1)
               MOVE 'I' TO PFX-CLASS (1)
               MOVE '1900  ' TO PFX-DIAL-PREFIX (2)
               MOVE 4 TO PFX-LENGTH (2)
               MOVE 'P' TO PFX-CLASS (2)
               MOVE 2 TO NR-PREFIXES.

       0115-TAKE-THRESHOLDS.
           IF TPRM-HOURS-OPEN NUMERIC
             AND TPRM-HOURS-CLOSE NUMERIC
             AND TPRM-HOURS-OPEN < TPRM-HOURS-CLOSE
               MOVE TPRM-HOURS-OPEN TO HOURS-OPEN
               MOVE TPRM-HOURS-CLOSE TO HOURS-CLOSE.
           IF TPRM-LONG-CALL-MINUTES NUMERIC
             AND TPRM-LONG-CALL-MINUTES > ZERO
               MOVE TPRM-LONG-CALL-MINUTES TO LONG-CALL-MINUTES.
           IF TPRM-SPIKE-MULTIPLE NUMERIC
             AND TPRM-SPIKE-MULTIPLE > ZERO
               MOVE TPRM-SPIKE-MULTIPLE TO SPIKE-MULTIPLE.
           IF TPRM-TRAILING-DAYS NUMERIC
             AND TPRM-TRAILING-DAYS > ZERO
               MOVE TPRM-TRAILING-DAYS TO TRAILING-DAYS.

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

      *  A call the switch wrote without a numeric duration or start
      *  time cannot be screened; SMDRIMP already reports those on
      *  SMDREXC.DAT.
       0200-SCREEN-ONE-CALL.
           IF SMDR-DURATION-SECONDS NOT NUMERIC
             OR SMDR-START-TIME NOT NUMERIC
               ADD 1 TO CALLS-SKIPPED-COUNT
               EXIT PARAGRAPH.
           ADD 1 TO CALLS-SCREENED-COUNT.
           MOVE SMDR-DURATION-SECONDS TO DURATION-WORK.
           COMPUTE LENGTH-MINUTES = (DURATION-WORK + 59) / 60.
           IF SMDR-DIALED-NUMBER (1:1) = '1'
               COMPUTE CALL-COST ROUNDED = LENGTH-MINUTES * LD-RATE
           ELSE
               COMPUTE CALL-COST ROUNDED =
                   LENGTH-MINUTES * LOCAL-RATE.
           MOVE SMDR-EXTENSION TO LOOKUP-EXTENSION.
           PERFORM 0450-FIND-EXTENSION.
           IF EXT-FOUND-SUB > ZERO
               ADD 1 TO XTBL-CALL-COUNT (EXT-FOUND-SUB)
               ADD CALL-COST TO XTBL-CALL-COST (EXT-FOUND-SUB).
           MOVE SPACES TO FLAG-TEXT.
           MOVE 1 TO FLAG-POINTER.
           PERFORM 0250-CHECK-DIAL-PREFIX.
           PERFORM 0300-CHECK-BUSINESS-HOURS.
           IF LENGTH-MINUTES > LONG-CALL-MINUTES
               ADD 1 TO LONG-FLAG-COUNT
               STRING 'LONG ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER.
           IF FLAG-TEXT NOT = SPACES
               ADD 1 TO CALLS-FLAGGED-COUNT
               MOVE SMDR-EXTENSION TO CAL-EXTENSION
               MOVE SMDR-CALL-DATE TO CAL-CALL-DATE
               MOVE SMDR-START-TIME TO CAL-START-TIME
               MOVE SMDR-DIALED-NUMBER TO CAL-DIALED-NUMBER
               MOVE LENGTH-MINUTES TO CAL-MINUTES
               MOVE CALL-COST TO CAL-COST
               MOVE FLAG-TEXT TO CAL-FLAGS
               WRITE ALERT-LINE FROM CALL-ALERT-LINE
               MOVE SMDR-RECORD TO TEXC-INPUT-DATA
               MOVE FLAG-TEXT TO TEXC-REASON
               WRITE TOLL-EXCEPTION-RECORD.

      *  The longest matching prefix decides the class, so a
      *  premium-rate 1900 is not taken for ordinary long distance
      *  by a shorter entry.
       0250-CHECK-DIAL-PREFIX.
           MOVE SPACE TO CALL-CLASS.
           MOVE ZERO TO MATCHED-PREFIX-SUB.
           PERFORM VARYING PREFIX-SUB FROM 1 BY 1
               UNTIL PREFIX-SUB > NR-PREFIXES
               IF SMDR-DIALED-NUMBER (1:PFX-LENGTH (PREFIX-SUB)) =
                       PFX-DIAL-PREFIX (PREFIX-SUB)
                           (1:PFX-LENGTH (PREFIX-SUB))
                   IF MATCHED-PREFIX-SUB = ZERO
                       MOVE PREFIX-SUB TO MATCHED-PREFIX-SUB
                   ELSE
                   IF PFX-LENGTH (PREFIX-SUB) >
                           PFX-LENGTH (MATCHED-PREFIX-SUB)
                       MOVE PREFIX-SUB TO MATCHED-PREFIX-SUB
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCHED-PREFIX-SUB = ZERO
               EXIT PARAGRAPH.
           MOVE PFX-CLASS (MATCHED-PREFIX-SUB) TO CALL-CLASS.
           MOVE 'N' TO CALL-AUTHORIZED-SWITCH.
           PERFORM VARYING AUTH-SUB FROM 1 BY 1
               UNTIL AUTH-SUB > NR-AUTHORIZATIONS
               IF AUTH-EXTENSION (AUTH-SUB) = SMDR-EXTENSION
                   IF (CALL-IS-INTERNATIONAL
                         AND AUTH-INTERNATIONAL (AUTH-SUB) = 'Y')
                     OR (CALL-IS-PREMIUM
                         AND AUTH-PREMIUM (AUTH-SUB) = 'Y')
                       MOVE 'Y' TO CALL-AUTHORIZED-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF CALL-AUTHORIZED
               EXIT PARAGRAPH.
           ADD 1 TO PREFIX-FLAG-COUNT.
           IF CALL-IS-INTERNATIONAL
               STRING 'INTL ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER
           ELSE
               STRING 'PREMIUM ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER.

      *  Whether the call's date is a business day is asked of
      *  BUSDAYS as the business days from the day before to the
      *  call date -- one when it is, none when it is not.  Calls
      *  arrive in date order, so the answer is kept for the next
      *  call on the same date.
       0300-CHECK-BUSINESS-HOURS.
           IF SMDR-CALL-DATE-NUM NOT = CHECKED-DATE
               MOVE 'Y' TO CHECKED-DATE-SWITCH
               MOVE ZERO TO CHECKED-DATE
               IF SMDR-CALL-DATE NUMERIC
                   MOVE SMDR-CALL-DATE-NUM TO CHECKED-DATE
                   CALL 'DATEEDIT' USING CHECKED-DATE
                       DATE-VALID-SWITCH
                   IF DATE-VALID-SWITCH = 'Y'
                       COMPUTE DAY-BEFORE-DATE =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (CHECKED-DATE)
                               - 1)
                       CALL 'BUSDAYS' USING DAY-BEFORE-DATE
                           CHECKED-DATE BUSD-DAYS-BETWEEN
                           BUSD-NEXT-BUSINESS-DAY BUSD-STATUS
                       IF BUSD-DATES-VALID
                         AND BUSD-DAYS-BETWEEN = ZERO
                           MOVE 'N' TO CHECKED-DATE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SMDR-START-TIME (1:4) TO START-HHMM.
           IF NOT CHECKED-DATE-IS-BUSINESS
             OR START-HHMM < HOURS-OPEN
             OR START-HHMM NOT < HOURS-CLOSE
               ADD 1 TO HOURS-FLAG-COUNT
               STRING 'OFF-HOURS ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER.

      *  History from the trailing window only, tonight's own
      *  business date excluded so a rerun does not average itself.
       0400-LOAD-TRAILING-HISTORY.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT TOLL-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ TOLL-HISTORY
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF THST-BUSINESS-DATE < BUSINESS-DATE
                           CALL 'DATEARTH' USING THST-BUSINESS-DATE
                               BUSINESS-DATE ARTH-DAYS-BETWEEN
                               ARTH-STATUS
                           IF ARTH-DATES-VALID
                             AND ARTH-DAYS-BETWEEN NOT >
                                 TRAILING-DAYS
                               PERFORM 0410-TAKE-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF HISTORY-STATUS = '00' OR HISTORY-STATUS = '10'
               CLOSE TOLL-HISTORY.

       0410-TAKE-HISTORY-RECORD.
           MOVE 'N' TO DATE-FOUND-SWITCH.
           PERFORM VARYING HDATE-SUB FROM 1 BY 1
               UNTIL HDATE-SUB > NR-HISTORY-DATES
                  OR DATE-FOUND-SWITCH = 'Y'
               IF HISTORY-DATE-ENTRY (HDATE-SUB) = THST-BUSINESS-DATE
                   MOVE 'Y' TO DATE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF DATE-FOUND-SWITCH = 'N'
             AND NR-HISTORY-DATES < 400
               ADD 1 TO NR-HISTORY-DATES
               MOVE THST-BUSINESS-DATE
                   TO HISTORY-DATE-ENTRY (NR-HISTORY-DATES).
           MOVE THST-EXTENSION TO LOOKUP-EXTENSION.
           PERFORM 0450-FIND-EXTENSION.
           IF EXT-FOUND-SUB > ZERO
               ADD THST-CALL-COUNT TO XTBL-HIST-COUNT (EXT-FOUND-SUB)
               ADD THST-CALL-COST TO XTBL-HIST-COST (EXT-FOUND-SUB).

       0450-FIND-EXTENSION.
           MOVE ZERO TO EXT-FOUND-SUB.
           PERFORM VARYING EXT-SUB FROM 1 BY 1
               UNTIL EXT-SUB > NR-EXTENSIONS
                  OR EXT-FOUND-SUB > ZERO
               IF XTBL-EXTENSION (EXT-SUB) = LOOKUP-EXTENSION
                   MOVE EXT-SUB TO EXT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF EXT-FOUND-SUB = ZERO
             AND NR-EXTENSIONS < 500
               ADD 1 TO NR-EXTENSIONS
               MOVE NR-EXTENSIONS TO EXT-FOUND-SUB
               MOVE LOOKUP-EXTENSION
                   TO XTBL-EXTENSION (NR-EXTENSIONS)
               MOVE ZERO TO XTBL-CALL-COUNT (NR-EXTENSIONS)
                            XTBL-CALL-COST (NR-EXTENSIONS)
                            XTBL-HIST-COUNT (NR-EXTENSIONS)
                            XTBL-HIST-COST (NR-EXTENSIONS).

       0500-SCREEN-EXTENSION-SPIKES.
           MOVE SPACES TO ALERT-LINE.
           WRITE ALERT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'EXTENSION VOLUME AND COST SPIKES' TO SECTION-HEADING.
           WRITE ALERT-LINE FROM SECTION-HEADING.
           WRITE ALERT-LINE FROM SPIKE-COLUMN-HEADING.
           IF NR-HISTORY-DATES = ZERO
               EXIT PARAGRAPH.
           PERFORM VARYING EXT-SUB FROM 1 BY 1
               UNTIL EXT-SUB > NR-EXTENSIONS
               IF XTBL-HIST-COUNT (EXT-SUB) > ZERO
                 AND XTBL-CALL-COUNT (EXT-SUB) > ZERO
                   PERFORM 0550-TEST-ONE-EXTENSION
               END-IF
           END-PERFORM.

       0550-TEST-ONE-EXTENSION.
           COMPUTE AVERAGE-COUNT ROUNDED =
               XTBL-HIST-COUNT (EXT-SUB) / NR-HISTORY-DATES.
           COMPUTE AVERAGE-COST ROUNDED =
               XTBL-HIST-COST (EXT-SUB) / NR-HISTORY-DATES.
           MOVE SPACES TO FLAG-TEXT.
           MOVE 1 TO FLAG-POINTER.
           IF XTBL-CALL-COUNT (EXT-SUB) >
                   AVERAGE-COUNT * SPIKE-MULTIPLE
               STRING 'VOLUME SPIKE ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER.
           IF XTBL-CALL-COST (EXT-SUB) >
                   AVERAGE-COST * SPIKE-MULTIPLE
               STRING 'COST SPIKE ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER.
           IF FLAG-TEXT = SPACES
               EXIT PARAGRAPH.
           ADD 1 TO SPIKE-FLAG-COUNT.
           MOVE XTBL-EXTENSION (EXT-SUB) TO SPK-EXTENSION.
           MOVE XTBL-CALL-COUNT (EXT-SUB) TO SPK-CALL-COUNT.
           MOVE AVERAGE-COUNT TO SPK-AVERAGE-COUNT.
           MOVE XTBL-CALL-COST (EXT-SUB) TO SPK-CALL-COST.
           MOVE AVERAGE-COST TO SPK-AVERAGE-COST.
           MOVE FLAG-TEXT TO SPK-FLAGS.
           WRITE ALERT-LINE FROM SPIKE-ALERT-LINE.
           MOVE SPACES TO TEXC-INPUT-DATA.
           MOVE XTBL-EXTENSION (EXT-SUB) TO TEXC-INPUT-DATA (1:4).
           MOVE BUSINESS-DATE TO TEXC-INPUT-DATA (5:8).
           MOVE FLAG-TEXT TO TEXC-REASON.
           WRITE TOLL-EXCEPTION-RECORD.

       0600-WRITE-ALERT-TOTALS.
           MOVE SPACES TO ALERT-LINE.
           WRITE ALERT-LINE AFTER ADVANCING 1 LINE.
           MOVE CALLS-SCREENED-COUNT TO ATL-SCREENED.
           MOVE CALLS-FLAGGED-COUNT TO ATL-FLAGGED.
           MOVE CALLS-SKIPPED-COUNT TO ATL-SKIPPED.
           WRITE ALERT-LINE FROM ALERT-TOTAL-LINE-1.
           MOVE PREFIX-FLAG-COUNT TO ATL-PREFIX.
           MOVE HOURS-FLAG-COUNT TO ATL-HOURS.
           MOVE LONG-FLAG-COUNT TO ATL-LONG.
           MOVE SPIKE-FLAG-COUNT TO ATL-SPIKES.
           WRITE ALERT-LINE FROM ALERT-TOTAL-LINE-2.

       0700-APPEND-TONIGHT-HISTORY.
           OPEN EXTEND TOLL-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               OPEN OUTPUT TOLL-HISTORY.
           PERFORM VARYING EXT-SUB FROM 1 BY 1
               UNTIL EXT-SUB > NR-EXTENSIONS
               IF XTBL-CALL-COUNT (EXT-SUB) > ZERO
                   MOVE BUSINESS-DATE TO THST-BUSINESS-DATE
                   MOVE XTBL-EXTENSION (EXT-SUB) TO THST-EXTENSION
                   MOVE XTBL-CALL-COUNT (EXT-SUB) TO THST-CALL-COUNT
                   MOVE XTBL-CALL-COST (EXT-SUB) TO THST-CALL-COST
                   WRITE TOLL-HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE TOLL-HISTORY.
