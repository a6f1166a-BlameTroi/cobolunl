       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOSSRPT.

      *  Loss ratio report -- where the company loses money.  Sets
      *  what the claims have cost against the premium billed, for
      *  the quarter and for the year to the end of the quarter:
      *
      *    - premium is every charge PREMBILL has billed, off its
      *      running history PREMHIST.DAT (the PREMREG.DAT register
      *      holds only the latest month), by billing month;
      *    - losses are each claim's paid amount plus its
      *      outstanding reserve off CLAIMS.DAT, by the month of
      *      the loss date -- the claims of the period, at what
      *      they stand at today.
      *
      *  Both are broken out four ways through the policy on
      *  POLMSTR: by policy type; by state and territory (POL-
      *  POLICY-MISC-INFO); by the responsible agent, the active
      *  AGTINFO agent for the state and territory that AGTOVRD
      *  and AGTSTMT pay (shown as the 'A' + state + territory
      *  payee ID); and, for AUTO policies, by vehicle year and
      *  brand.  A policy gone from POLMSTR keeps its type from the
      *  premium history and reports its other segments as
      *  '*NOT ON POLMSTR*'.
      *
      *  LOSSPARM.DAT names the year and quarter and the loss
      *  ratio, in percent, above which a segment is flagged '*'
      *  for rate review; by default the quarter is today's and
      *  the ratio 70.0.  A segment with losses and no premium is
      *  flagged too.  The flagged segments are listed again at
      *  the end of LOSSRPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT AGENT-INFO-FILE      ASSIGN TO "AGTINFO"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT CLAIMS-FILE          ASSIGN TO "CLAIMS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CLM-CLAIM-NUMBER
                                       FILE STATUS CLAIMS-STATUS.
           SELECT PREMIUM-HISTORY      ASSIGN TO "PREMHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS HISTORY-STATUS.
           SELECT LOSS-RATIO-PARMS     ASSIGN TO "LOSSPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PARM-STATUS.
           SELECT LOSS-RATIO-REPORT    ASSIGN TO "LOSSRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO.
               10  POL-STATE               PIC XX.
               10  POL-TERRITORY           PIC X(10).
           05  POL-POLICY-AUTO-INFO.
               10  POL-AUTO-YEAR           PIC XX.
               10  POL-AUTO-BRAND          PIC X(10).
           05  POL-MASTER-STATUS           PIC X.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  FILLER                      PIC X(11).

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-KEY.
               10  AGENT-STATE          PIC XX.
               10  AGENT-TERRITORY      PIC X(20).
           05  AGENT-NAME               PIC X(20).
           05  AGENT-PHONE-NR           PIC X(13).
           05  AGENT-ADDRESS            PIC X(25).
           05  AGENT-ACTIVE-FLAG        PIC X.
               88  AGENT-IS-ACTIVE       VALUE 'Y'.

       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLM-CLAIM-NUMBER            PIC 9(8).
           05  CLM-POLICY-NUMBER           PIC X(12).
           05  CLM-LOSS-DATE.
               10  CLM-LOSS-YEAR           PIC 9(4).
               10  CLM-LOSS-MONTH          PIC 99.
               10  CLM-LOSS-DAY            PIC 99.
           05  CLM-STATUS                  PIC X.
           05  CLM-RESERVE-AMOUNT          PIC 9(7)V99.
           05  CLM-PAID-AMOUNT             PIC 9(7)V99.
           05  CLM-ENTERED-DATE            PIC 9(8).

       FD  PREMIUM-HISTORY.
       01  PREMIUM-HISTORY-RECORD.
           05  PHST-BILLING-MONTH.
               10  PHST-BILLING-YEAR   PIC 9(4).
               10  PHST-BILLING-MM     PIC 99.
           05  PHST-POLICY-NUMBER      PIC X(12).
           05  PHST-POLICY-TYPE        PIC XXXX.
           05  PHST-PREMIUM            PIC 9(5)V99.

       FD  LOSS-RATIO-PARMS.
       01  LOSS-RATIO-PARM-RECORD.
           05  LPRM-YEAR               PIC 9(4).
           05  LPRM-QUARTER            PIC 9.
           05  LPRM-REVIEW-PCT         PIC 9(3)V9.

       FD  LOSS-RATIO-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  POLICY-STATUS               PIC XX.
       01  AGENT-STATUS                PIC XX.
       01  CLAIMS-STATUS               PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  POLICY-FILE-SWITCH          PIC X VALUE 'N'.
           88  POLICY-FILE-OPEN        VALUE 'Y'.
       01  AGENT-FILE-SWITCH           PIC X VALUE 'N'.
           88  AGENT-FILE-OPEN         VALUE 'Y'.
       01  HISTORY-EOF-STATUS          PIC X VALUE 'N'.
           88  HISTORY-END             VALUE 'Y'.
       01  CLAIMS-EOF-STATUS           PIC X VALUE 'N'.
           88  CLAIMS-END              VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-YEAR            PIC 9(4).
           05  CURRENT-MONTH           PIC 99.
           05  FILLER                  PIC X(15).
       01  REPORT-YEAR                 PIC 9(4).
       01  REPORT-QUARTER              PIC 9.
       01  QUARTER-FIRST-MONTH         PIC 99.
       01  QUARTER-LAST-MONTH          PIC 99.
       01  REVIEW-PCT                  PIC 9(3)V9 VALUE 70.0.
       01  IN-QUARTER-SWITCH           PIC X.
           88  AMOUNT-IN-QUARTER       VALUE 'Y'.
       01  ENTRY-AMOUNT                PIC 9(9)V99.
       01  ENTRY-KIND                  PIC X.
           88  ENTRY-IS-PREMIUM        VALUE 'P'.
           88  ENTRY-IS-LOSS           VALUE 'L'.

      *  What the last policy looked up turned out to be; premium
      *  history rows and claims for the same policy come in runs.
       01  LOOKUP-POLICY-NUMBER        PIC X(12).
       01  LAST-POLICY-NUMBER          PIC X(12) VALUE HIGH-VALUES.
       01  SEGMENT-POLICY-TYPE         PIC XXXX.
       01  SEGMENT-TERRITORY-LABEL     PIC X(20).
       01  SEGMENT-AGENT-LABEL         PIC X(20).
       01  SEGMENT-VEHICLE-LABEL       PIC X(20).
       01  LAST-AGENT-LOOKUP           PIC X(12) VALUE HIGH-VALUES.
       01  AGENT-LOOKUP-KEY.
           05  AGENT-LOOKUP-STATE      PIC XX.
           05  AGENT-LOOKUP-TERRITORY  PIC X(10).
       01  LAST-AGENT-LABEL            PIC X(20).

       01  NR-SEGMENTS                 PIC 9(4) VALUE ZERO.
       01  SEG-SUB                     PIC 9(4).
       01  FOUND-SEG-SUB               PIC 9(4).
       01  NEXT-SEG-SUB                PIC 9(4).
       01  SEARCH-DIMENSION            PIC X.
       01  SEARCH-LABEL                PIC X(20).
       01  SEGMENT-TABLE.
           05  SEGMENT-ENTRY OCCURS 1000 TIMES.
               10  SEG-DIMENSION       PIC X.
               10  SEG-LABEL           PIC X(20).
               10  SEG-QTR-PREMIUM     PIC 9(9)V99.
               10  SEG-QTR-LOSSES      PIC 9(9)V99.
               10  SEG-YTD-PREMIUM     PIC 9(9)V99.
               10  SEG-YTD-LOSSES      PIC 9(9)V99.
               10  SEG-PRINTED-FLAG    PIC X.
               10  SEG-REVIEW-FLAG     PIC X.
       01  SEGMENT-TABLE-FULL-SWITCH   PIC X VALUE 'N'.
           88  SEGMENT-TABLE-FULL      VALUE 'Y'.

       01  COMPANY-QTR-PREMIUM         PIC 9(9)V99 VALUE ZERO.
       01  COMPANY-QTR-LOSSES          PIC 9(9)V99 VALUE ZERO.
       01  COMPANY-YTD-PREMIUM         PIC 9(9)V99 VALUE ZERO.
       01  COMPANY-YTD-LOSSES          PIC 9(9)V99 VALUE ZERO.
       01  PREMIUM-ROWS-READ           PIC 9(7) VALUE ZERO.
       01  CLAIMS-USED-COUNT           PIC 9(7) VALUE ZERO.
       01  REVIEW-COUNT                PIC 9(4) VALUE ZERO.

       01  RATIO-PREMIUM               PIC 9(9)V99.
       01  RATIO-LOSSES                PIC 9(9)V99.
       01  RATIO-WORK                  PIC 9(7)V9.
       01  RATIO-TEXT                  PIC X(6).
       01  RATIO-EDIT REDEFINES RATIO-TEXT PIC ZZZ9.9.
       01  RATIO-OVER-SWITCH           PIC X.
           88  RATIO-OVER-REVIEW       VALUE 'Y'.
       01  PRINT-DIMENSION             PIC X.
       01  DIMENSION-NAME              PIC X(8).

       01  REPORT-HEADING.
           05  FILLER                  PIC X(20) VALUE
               'LOSS RATIO REPORT  Q'.
           05  HDG-QUARTER             PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-YEAR                PIC 9(4).
           05  FILLER                  PIC X(28) VALUE
               '     RATE REVIEW ABOVE    '.
           05  HDG-REVIEW-PCT          PIC ZZ9.9.
           05  FILLER                  PIC X VALUE '%'.
       01  COLUMN-HEADING-1.
           05  FILLER                  PIC X(31) VALUE
               'SEGMENT                 QUARTER'.
           05  FILLER                  PIC X(11) VALUE
               '    QUARTER'.
           05  FILLER                  PIC X(7) VALUE '   LOSS'.
           05  FILLER                  PIC X(11) VALUE
               '       YEAR'.
           05  FILLER                  PIC X(11) VALUE
               '       YEAR'.
           05  FILLER                  PIC X(7) VALUE '   LOSS'.
       01  COLUMN-HEADING-2.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'PREMIUM'.
           05  FILLER                  PIC X(11) VALUE
               '     LOSSES'.
           05  FILLER                  PIC X(7) VALUE '  RATIO'.
           05  FILLER                  PIC X(11) VALUE
               '    PREMIUM'.
           05  FILLER                  PIC X(11) VALUE
               '     LOSSES'.
           05  FILLER                  PIC X(7) VALUE '  RATIO'.
       01  SECTION-HEADING.
           05  FILLER                  PIC X(3) VALUE 'BY '.
           05  SCT-TITLE               PIC X(40).
       01  SEGMENT-LINE.
           05  SGL-LABEL               PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-QTR-PREMIUM         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-QTR-LOSSES          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-QTR-RATIO           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-YTD-PREMIUM         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-YTD-LOSSES          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-YTD-RATIO           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  SGL-REVIEW-FLAG         PIC X.
       01  REVIEW-HEADING.
           05  FILLER                  PIC X(24) VALUE
               'SEGMENTS FOR RATE REVIEW'.
       01  REVIEW-LINE.
           05  RVL-DIMENSION           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RVL-LABEL               PIC X(20).
           05  FILLER                  PIC X(11) VALUE
               '  QUARTER  '.
           05  RVL-QTR-RATIO           PIC X(6).
           05  FILLER                  PIC X(8) VALUE '  YEAR  '.
           05  RVL-YTD-RATIO           PIC X(6).
       01  REVIEW-NONE-LINE.
           05  FILLER                  PIC X(18) VALUE
               'NO SEGMENT FLAGGED'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0100-ESTABLISH-PERIOD.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS = '00'
               MOVE 'Y' TO POLICY-FILE-SWITCH.
           OPEN INPUT AGENT-INFO-FILE.
           IF AGENT-STATUS = '00'
               MOVE 'Y' TO AGENT-FILE-SWITCH.
           PERFORM 0200-LOAD-PREMIUM.
           PERFORM 0300-LOAD-LOSSES.
           IF POLICY-FILE-OPEN
               CLOSE POLICY-MASTER.
           IF AGENT-FILE-OPEN
               CLOSE AGENT-INFO-FILE.
           OPEN OUTPUT LOSS-RATIO-REPORT.
           PERFORM 0700-PRINT-REPORT.
           CLOSE LOSS-RATIO-REPORT.
           DISPLAY 'LOSSRPT: Q' REPORT-QUARTER ' ' REPORT-YEAR
               ', ' PREMIUM-ROWS-READ ' PREMIUM ROWS, '
               CLAIMS-USED-COUNT ' CLAIMS, ' REVIEW-COUNT
               ' SEGMENTS FLAGGED'.
           STOP RUN.

       0100-ESTABLISH-PERIOD.
           MOVE CURRENT-YEAR TO REPORT-YEAR.
           COMPUTE REPORT-QUARTER = (CURRENT-MONTH + 2) / 3.
           OPEN INPUT LOSS-RATIO-PARMS.
           IF PARM-STATUS = '00'
               READ LOSS-RATIO-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LPRM-YEAR NUMERIC
                         AND LPRM-YEAR > ZERO
                         AND LPRM-QUARTER NUMERIC
                         AND LPRM-QUARTER > ZERO
                         AND LPRM-QUARTER < 5
                           MOVE LPRM-YEAR TO REPORT-YEAR
                           MOVE LPRM-QUARTER TO REPORT-QUARTER
                       END-IF
                       IF LPRM-REVIEW-PCT NUMERIC
                         AND LPRM-REVIEW-PCT > ZERO
                           MOVE LPRM-REVIEW-PCT TO REVIEW-PCT
                       END-IF
               END-READ
               CLOSE LOSS-RATIO-PARMS.
           COMPUTE QUARTER-LAST-MONTH = REPORT-QUARTER * 3.
           COMPUTE QUARTER-FIRST-MONTH = QUARTER-LAST-MONTH - 2.

      *  Only the report year's months up to the quarter's end
      *  count; the rest of the history is passed over.
       0200-LOAD-PREMIUM.
           OPEN INPUT PREMIUM-HISTORY.
           IF HISTORY-STATUS NOT = '00'
               DISPLAY 'LOSSRPT: NO PREMHIST.DAT -- NO PREMIUM'
               EXIT PARAGRAPH.
           PERFORM UNTIL HISTORY-END
               READ PREMIUM-HISTORY
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-STATUS
                   NOT AT END
                       IF PHST-BILLING-YEAR = REPORT-YEAR
                         AND PHST-BILLING-MM NUMERIC
                         AND PHST-BILLING-MM NOT > QUARTER-LAST-MONTH
                         AND PHST-PREMIUM NUMERIC
                           PERFORM 0250-TAKE-PREMIUM-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREMIUM-HISTORY.

       0250-TAKE-PREMIUM-ROW.
           ADD 1 TO PREMIUM-ROWS-READ.
           MOVE PHST-POLICY-NUMBER TO LOOKUP-POLICY-NUMBER.
           PERFORM 0400-LOOK-UP-POLICY.
           IF SEGMENT-POLICY-TYPE = '????'
               MOVE PHST-POLICY-TYPE TO SEGMENT-POLICY-TYPE.
           MOVE 'P' TO ENTRY-KIND.
           MOVE PHST-PREMIUM TO ENTRY-AMOUNT.
           IF PHST-BILLING-MM NOT < QUARTER-FIRST-MONTH
               MOVE 'Y' TO IN-QUARTER-SWITCH
           ELSE
               MOVE 'N' TO IN-QUARTER-SWITCH.
           PERFORM 0500-POST-TO-SEGMENTS.

       0300-LOAD-LOSSES.
           OPEN INPUT CLAIMS-FILE.
           IF CLAIMS-STATUS NOT = '00'
               DISPLAY 'LOSSRPT: NO CLAIMS.DAT -- NO LOSSES'
               EXIT PARAGRAPH.
           PERFORM UNTIL CLAIMS-END
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CLAIMS-EOF-STATUS
                   NOT AT END
                       IF CLM-LOSS-YEAR = REPORT-YEAR
                         AND CLM-LOSS-MONTH NOT > QUARTER-LAST-MONTH
                           PERFORM 0350-TAKE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.

       0350-TAKE-CLAIM.
           ADD 1 TO CLAIMS-USED-COUNT.
           MOVE CLM-POLICY-NUMBER TO LOOKUP-POLICY-NUMBER.
           PERFORM 0400-LOOK-UP-POLICY.
           MOVE 'L' TO ENTRY-KIND.
           COMPUTE ENTRY-AMOUNT =
               CLM-PAID-AMOUNT + CLM-RESERVE-AMOUNT.
           IF CLM-LOSS-MONTH NOT < QUARTER-FIRST-MONTH
               MOVE 'Y' TO IN-QUARTER-SWITCH
           ELSE
               MOVE 'N' TO IN-QUARTER-SWITCH.
           PERFORM 0500-POST-TO-SEGMENTS.

      *  Sets the four segment labels for LOOKUP-POLICY-NUMBER.
      *  The vehicle label stays blank for anything but AUTO.
       0400-LOOK-UP-POLICY.
           IF LOOKUP-POLICY-NUMBER = LAST-POLICY-NUMBER
               EXIT PARAGRAPH.
           MOVE LOOKUP-POLICY-NUMBER TO LAST-POLICY-NUMBER.
           MOVE '????' TO SEGMENT-POLICY-TYPE.
           MOVE '*NOT ON POLMSTR*' TO SEGMENT-TERRITORY-LABEL
                                      SEGMENT-AGENT-LABEL.
           MOVE SPACES TO SEGMENT-VEHICLE-LABEL.
           IF NOT POLICY-FILE-OPEN
               EXIT PARAGRAPH.
           MOVE LOOKUP-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE POL-POLICY-TYPE TO SEGMENT-POLICY-TYPE.
           MOVE SPACES TO SEGMENT-TERRITORY-LABEL.
           STRING POL-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  POL-TERRITORY DELIMITED BY SIZE
                  INTO SEGMENT-TERRITORY-LABEL.
           IF POL-POLICY-TYPE = 'AUTO'
               STRING POL-AUTO-YEAR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      POL-AUTO-BRAND DELIMITED BY SIZE
                      INTO SEGMENT-VEHICLE-LABEL.
           MOVE POL-STATE TO AGENT-LOOKUP-STATE.
           MOVE POL-TERRITORY TO AGENT-LOOKUP-TERRITORY.
           IF AGENT-LOOKUP-KEY NOT = LAST-AGENT-LOOKUP
               MOVE AGENT-LOOKUP-KEY TO LAST-AGENT-LOOKUP
               PERFORM 0450-FIND-TERRITORY-AGENT.
           MOVE LAST-AGENT-LABEL TO SEGMENT-AGENT-LABEL.

      *  Same agent pick AGTOVRD makes: the active agent whose key
      *  starts at the policy's state and territory.
       0450-FIND-TERRITORY-AGENT.
           MOVE '*NO AGENT*' TO LAST-AGENT-LABEL.
           IF NOT AGENT-FILE-OPEN
               EXIT PARAGRAPH.
           MOVE AGENT-LOOKUP-STATE TO AGENT-STATE.
           MOVE SPACES TO AGENT-TERRITORY.
           MOVE AGENT-LOOKUP-TERRITORY TO AGENT-TERRITORY (1:10).
           START AGENT-INFO-FILE
               KEY IS NOT LESS THAN AGENT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ AGENT-INFO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF AGENT-STATE = AGENT-LOOKUP-STATE
             AND AGENT-TERRITORY (1:10) = AGENT-LOOKUP-TERRITORY
             AND AGENT-IS-ACTIVE
               MOVE SPACES TO LAST-AGENT-LABEL
               STRING 'A' DELIMITED BY SIZE
                      AGENT-STATE DELIMITED BY SIZE
                      AGENT-TERRITORY (1:6) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AGENT-NAME DELIMITED BY SIZE
                      INTO LAST-AGENT-LABEL.

       0500-POST-TO-SEGMENTS.
           IF ENTRY-IS-PREMIUM
               ADD ENTRY-AMOUNT TO COMPANY-YTD-PREMIUM
               IF AMOUNT-IN-QUARTER
                   ADD ENTRY-AMOUNT TO COMPANY-QTR-PREMIUM
               END-IF
           ELSE
               ADD ENTRY-AMOUNT TO COMPANY-YTD-LOSSES
               IF AMOUNT-IN-QUARTER
                   ADD ENTRY-AMOUNT TO COMPANY-QTR-LOSSES
               END-IF
           END-IF.
           MOVE 'T' TO SEARCH-DIMENSION.
           MOVE SEGMENT-POLICY-TYPE TO SEARCH-LABEL.
           PERFORM 0550-POST-ONE-SEGMENT.
           MOVE 'S' TO SEARCH-DIMENSION.
           MOVE SEGMENT-TERRITORY-LABEL TO SEARCH-LABEL.
           PERFORM 0550-POST-ONE-SEGMENT.
           MOVE 'A' TO SEARCH-DIMENSION.
           MOVE SEGMENT-AGENT-LABEL TO SEARCH-LABEL.
           PERFORM 0550-POST-ONE-SEGMENT.
           IF SEGMENT-VEHICLE-LABEL NOT = SPACES
               MOVE 'V' TO SEARCH-DIMENSION
               MOVE SEGMENT-VEHICLE-LABEL TO SEARCH-LABEL
               PERFORM 0550-POST-ONE-SEGMENT.

       0550-POST-ONE-SEGMENT.
           MOVE ZERO TO FOUND-SEG-SUB.
           PERFORM VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > NR-SEGMENTS
                  OR FOUND-SEG-SUB > ZERO
               IF SEG-DIMENSION (SEG-SUB) = SEARCH-DIMENSION
                 AND SEG-LABEL (SEG-SUB) = SEARCH-LABEL
                   MOVE SEG-SUB TO FOUND-SEG-SUB
               END-IF
           END-PERFORM.
           IF FOUND-SEG-SUB = ZERO
               IF NR-SEGMENTS < 1000
                   ADD 1 TO NR-SEGMENTS
                   MOVE NR-SEGMENTS TO FOUND-SEG-SUB
                   MOVE SEARCH-DIMENSION
                       TO SEG-DIMENSION (FOUND-SEG-SUB)
                   MOVE SEARCH-LABEL TO SEG-LABEL (FOUND-SEG-SUB)
                   MOVE ZERO TO SEG-QTR-PREMIUM (FOUND-SEG-SUB)
                                SEG-QTR-LOSSES (FOUND-SEG-SUB)
                                SEG-YTD-PREMIUM (FOUND-SEG-SUB)
                                SEG-YTD-LOSSES (FOUND-SEG-SUB)
                   MOVE 'N' TO SEG-PRINTED-FLAG (FOUND-SEG-SUB)
                               SEG-REVIEW-FLAG (FOUND-SEG-SUB)
               ELSE
                   IF NOT SEGMENT-TABLE-FULL
                       MOVE 'Y' TO SEGMENT-TABLE-FULL-SWITCH
                       DISPLAY 'LOSSRPT: SEGMENT TABLE FULL -- '
                           'LATER SEGMENTS DROPPED'
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
           IF ENTRY-IS-PREMIUM
               ADD ENTRY-AMOUNT TO SEG-YTD-PREMIUM (FOUND-SEG-SUB)
               IF AMOUNT-IN-QUARTER
                   ADD ENTRY-AMOUNT
                       TO SEG-QTR-PREMIUM (FOUND-SEG-SUB)
               END-IF
           ELSE
               ADD ENTRY-AMOUNT TO SEG-YTD-LOSSES (FOUND-SEG-SUB)
               IF AMOUNT-IN-QUARTER
                   ADD ENTRY-AMOUNT
                       TO SEG-QTR-LOSSES (FOUND-SEG-SUB)
               END-IF
           END-IF.

       0700-PRINT-REPORT.
           MOVE REPORT-QUARTER TO HDG-QUARTER.
           MOVE REPORT-YEAR TO HDG-YEAR.
           MOVE REVIEW-PCT TO HDG-REVIEW-PCT.
           WRITE REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING-1.
           WRITE REPORT-LINE FROM COLUMN-HEADING-2.
           MOVE 'T' TO PRINT-DIMENSION.
           MOVE 'POLICY TYPE' TO SCT-TITLE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE 'S' TO PRINT-DIMENSION.
           MOVE 'STATE AND TERRITORY' TO SCT-TITLE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE 'A' TO PRINT-DIMENSION.
           MOVE 'AGENT' TO SCT-TITLE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE 'V' TO PRINT-DIMENSION.
           MOVE 'VEHICLE YEAR AND BRAND (AUTO)' TO SCT-TITLE.
           PERFORM 0720-PRINT-DIMENSION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY TOTAL' TO SGL-LABEL.
           MOVE COMPANY-QTR-PREMIUM TO RATIO-PREMIUM.
           MOVE COMPANY-QTR-LOSSES TO RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO SGL-QTR-RATIO.
           MOVE COMPANY-QTR-PREMIUM TO SGL-QTR-PREMIUM.
           MOVE COMPANY-QTR-LOSSES TO SGL-QTR-LOSSES.
           MOVE COMPANY-YTD-PREMIUM TO RATIO-PREMIUM.
           MOVE COMPANY-YTD-LOSSES TO RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO SGL-YTD-RATIO.
           MOVE COMPANY-YTD-PREMIUM TO SGL-YTD-PREMIUM.
           MOVE COMPANY-YTD-LOSSES TO SGL-YTD-LOSSES.
           MOVE SPACE TO SGL-REVIEW-FLAG.
           WRITE REPORT-LINE FROM SEGMENT-LINE.
           PERFORM 0760-PRINT-REVIEW-LIST.

      *  One section per breakdown, its segments in label order.
       0720-PRINT-DIMENSION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           MOVE 1 TO NEXT-SEG-SUB.
           PERFORM UNTIL NEXT-SEG-SUB = ZERO
               MOVE ZERO TO NEXT-SEG-SUB
               PERFORM VARYING SEG-SUB FROM 1 BY 1
                   UNTIL SEG-SUB > NR-SEGMENTS
                   IF SEG-DIMENSION (SEG-SUB) = PRINT-DIMENSION
                     AND SEG-PRINTED-FLAG (SEG-SUB) = 'N'
                       IF NEXT-SEG-SUB = ZERO
                           MOVE SEG-SUB TO NEXT-SEG-SUB
                       ELSE
                       IF SEG-LABEL (SEG-SUB) <
                               SEG-LABEL (NEXT-SEG-SUB)
                           MOVE SEG-SUB TO NEXT-SEG-SUB
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NEXT-SEG-SUB > ZERO
                   PERFORM 0740-PRINT-ONE-SEGMENT
               END-IF
           END-PERFORM.

       0740-PRINT-ONE-SEGMENT.
           MOVE 'Y' TO SEG-PRINTED-FLAG (NEXT-SEG-SUB).
           MOVE SPACE TO SGL-REVIEW-FLAG.
           MOVE SEG-LABEL (NEXT-SEG-SUB) TO SGL-LABEL.
           MOVE SEG-QTR-PREMIUM (NEXT-SEG-SUB) TO SGL-QTR-PREMIUM
                                                  RATIO-PREMIUM.
           MOVE SEG-QTR-LOSSES (NEXT-SEG-SUB) TO SGL-QTR-LOSSES
                                                 RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO SGL-QTR-RATIO.
           IF RATIO-OVER-REVIEW
               MOVE '*' TO SGL-REVIEW-FLAG.
           MOVE SEG-YTD-PREMIUM (NEXT-SEG-SUB) TO SGL-YTD-PREMIUM
                                                  RATIO-PREMIUM.
           MOVE SEG-YTD-LOSSES (NEXT-SEG-SUB) TO SGL-YTD-LOSSES
                                                 RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO SGL-YTD-RATIO.
           IF RATIO-OVER-REVIEW
               MOVE '*' TO SGL-REVIEW-FLAG.
           IF SGL-REVIEW-FLAG = '*'
               MOVE 'Y' TO SEG-REVIEW-FLAG (NEXT-SEG-SUB)
               ADD 1 TO REVIEW-COUNT.
           WRITE REPORT-LINE FROM SEGMENT-LINE.

       0760-PRINT-REVIEW-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM REVIEW-HEADING.
           IF REVIEW-COUNT = ZERO
               WRITE REPORT-LINE FROM REVIEW-NONE-LINE
               EXIT PARAGRAPH.
           PERFORM VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > NR-SEGMENTS
               IF SEG-REVIEW-FLAG (SEG-SUB) = 'Y'
                   PERFORM 0780-PRINT-REVIEW-SEGMENT
               END-IF
           END-PERFORM.

       0780-PRINT-REVIEW-SEGMENT.
           EVALUATE SEG-DIMENSION (SEG-SUB)
               WHEN 'T'
                   MOVE 'TYPE' TO RVL-DIMENSION
               WHEN 'S'
                   MOVE 'TERRITRY' TO RVL-DIMENSION
               WHEN 'A'
                   MOVE 'AGENT' TO RVL-DIMENSION
               WHEN OTHER
                   MOVE 'VEHICLE' TO RVL-DIMENSION
           END-EVALUATE.
           MOVE SEG-LABEL (SEG-SUB) TO RVL-LABEL.
           MOVE SEG-QTR-PREMIUM (SEG-SUB) TO RATIO-PREMIUM.
           MOVE SEG-QTR-LOSSES (SEG-SUB) TO RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO RVL-QTR-RATIO.
           MOVE SEG-YTD-PREMIUM (SEG-SUB) TO RATIO-PREMIUM.
           MOVE SEG-YTD-LOSSES (SEG-SUB) TO RATIO-LOSSES.
           PERFORM 0800-COMPUTE-RATIO.
           MOVE RATIO-TEXT TO RVL-YTD-RATIO.
           WRITE REPORT-LINE FROM REVIEW-LINE.

      *  Losses over premium, in percent, into RATIO-TEXT.  No
      *  premium and no losses prints blank; losses against no
      *  premium print NOPREM and count as over the review ratio.
       0800-COMPUTE-RATIO.
           MOVE 'N' TO RATIO-OVER-SWITCH.
           IF RATIO-PREMIUM = ZERO
               IF RATIO-LOSSES = ZERO
                   MOVE SPACES TO RATIO-TEXT
               ELSE
                   MOVE 'NOPREM' TO RATIO-TEXT
                   MOVE 'Y' TO RATIO-OVER-SWITCH
               END-IF
               EXIT PARAGRAPH.
           COMPUTE RATIO-WORK ROUNDED =
               RATIO-LOSSES * 100 / RATIO-PREMIUM
               ON SIZE ERROR
                   MOVE 999999.9 TO RATIO-WORK
           END-COMPUTE.
           IF RATIO-WORK > REVIEW-PCT
               MOVE 'Y' TO RATIO-OVER-SWITCH.
           IF RATIO-WORK > 9999.9
               MOVE '>9999' TO RATIO-TEXT
           ELSE
               MOVE RATIO-WORK TO RATIO-EDIT.
