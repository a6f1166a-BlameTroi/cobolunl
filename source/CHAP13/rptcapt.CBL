       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTCAPT.

      *  Report capture service for the online report repository.
      *  The nightly reports are overwritten by the next night's
      *  run; this keeps a dated copy of each one.  RUNLOG calls
      *  here when a job ends, with the job name and the business
      *  date, and every report the distribution table assigns to
      *  that job is copied into the repository:
      *
      *      RPTREPOS.DAT  one record per report line, keyed by
      *                    business date, report file name, and
      *                    line number, carrying the burst section
      *                    the line falls in
      *      RPTINDEX.DAT  one record per report per business date:
      *                    the job, when it was captured, line and
      *                    section counts, the title (the first
      *                    non-blank line), and the date after which
      *                    the copy is purged
      *
      *  A job rerun for the same business date replaces its copy.
      *  Job '*ALL' captures every report in the table that has no
      *  copy yet for the business date -- RPTSTORE sweeps with it
      *  at the end of the night for the reports whose jobs do not
      *  run under RUNLOG.  On the first call of a run, copies past
      *  their purge date are removed.
      *
      *  The distribution table RPTDIST.DAT carries three kinds of
      *  record; this service reads the 'R' records:
      *
      *    'R'  report:   cols  2-13 report file name
      *                   cols 14-21 job that writes it
      *                   cols 22-25 days kept (0090 when blank)
      *                   cols 26-28 burst marker column
      *                   cols 29-48 burst marker text
      *                   cols 49-51 burst key column
      *                   cols 52-53 burst key length
      *         A line carrying the marker text at the marker column
      *         opens a new section keyed by the burst key; with no
      *         marker the report is one section.  COLLWORK.DAT, for
      *         one, bursts on 'COLLECTOR: ' at column 1, keyed by
      *         the four-character collector ID at column 12.
      *    'D'  recipient and 'M' department member records -- read
      *         by RPTENTL, which decides who may see what.
      *
      *  In:   RPTCAPT-JOB-NAME, RPTCAPT-BUSINESS-DATE.
      *  Out:  RPTCAPT-RETURN '00' at least one report captured,
      *        '01' nothing to capture, '02' the repository could
      *        not be opened.  A report file not on hand is noted on
      *        the console and skipped; the job's own run is never
      *        failed by its capture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE   ASSIGN TO "RPTDIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           DISTRIBUTION-STATUS.
           SELECT REPORT-FILE          ASSIGN TO REPORT-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS REPORT-STATUS.
           SELECT REPORT-REPOSITORY    ASSIGN TO "RPTREPOS.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RPR-KEY
                                       FILE STATUS REPOSITORY-STATUS.
           SELECT REPORT-INDEX         ASSIGN TO "RPTINDEX.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RPX-KEY
                                       FILE STATUS INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-TABLE.
       01  DISTRIBUTION-RECORD.
           05  DIST-RECORD-TYPE        PIC X.
           05  DIST-REPORT-NAME        PIC X(12).
           05  DIST-JOB-NAME           PIC X(8).
           05  DIST-RETAIN-DAYS        PIC 9(4).
           05  DIST-MARKER-COLUMN      PIC 9(3).
           05  DIST-MARKER-TEXT        PIC X(20).
           05  DIST-KEY-COLUMN         PIC 9(3).
           05  DIST-KEY-LENGTH         PIC 99.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  REPORT-REPOSITORY.
       01  REPOSITORY-RECORD.
           05  RPR-KEY.
               10  RPR-BUSINESS-DATE   PIC 9(8).
               10  RPR-REPORT-NAME     PIC X(12).
               10  RPR-LINE-NR         PIC 9(6).
           05  RPR-SECTION-KEY         PIC X(10).
           05  RPR-LINE                PIC X(132).

       FD  REPORT-INDEX.
       01  REPORT-INDEX-RECORD.
           05  RPX-KEY.
               10  RPX-BUSINESS-DATE   PIC 9(8).
               10  RPX-REPORT-NAME     PIC X(12).
           05  RPX-JOB-NAME            PIC X(8).
           05  RPX-CAPTURE-DATE        PIC 9(8).
           05  RPX-CAPTURE-TIME        PIC 9(8).
           05  RPX-LINE-COUNT          PIC 9(6).
           05  RPX-SECTION-COUNT       PIC 9(4).
           05  RPX-PURGE-DATE          PIC 9(8).
           05  RPX-TITLE               PIC X(40).

       WORKING-STORAGE SECTION.
       01  DISTRIBUTION-STATUS         PIC XX.
       01  REPORT-STATUS               PIC XX.
       01  REPOSITORY-STATUS           PIC XX.
       01  INDEX-STATUS                PIC XX.
       01  DISTRIBUTION-EOF-STATUS     PIC X.
           88  DISTRIBUTION-END        VALUE 'Y'.
       01  REPORT-EOF-STATUS           PIC X.
           88  REPORT-END              VALUE 'Y'.
       01  INDEX-EOF-STATUS            PIC X.
           88  INDEX-END               VALUE 'Y'.
       01  LINES-EOF-STATUS            PIC X.
           88  LINES-END               VALUE 'Y'.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  PURGE-DONE-STATUS           PIC X VALUE 'N'.
       01  REPORT-FILE-NAME            PIC X(12).
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  CURRENT-TIME-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(5).

       01  NR-REPORTS                  PIC 99 VALUE ZERO.
       01  REPORT-SUB                  PIC 99.
       01  REPORT-TABLE.
           05  REPORT-ENTRY OCCURS 60 TIMES.
               10  RTB-REPORT-NAME     PIC X(12).
               10  RTB-JOB-NAME        PIC X(8).
               10  RTB-RETAIN-DAYS     PIC 9(4).
               10  RTB-MARKER-COLUMN   PIC 9(3).
               10  RTB-MARKER-TEXT     PIC X(20).
               10  RTB-MARKER-LENGTH   PIC 99.
               10  RTB-KEY-COLUMN      PIC 9(3).
               10  RTB-KEY-LENGTH      PIC 99.

       01  LINE-NUMBER                 PIC 9(6).
       01  SECTION-COUNT               PIC 9(4).
       01  CURRENT-SECTION-KEY         PIC X(10).
       01  REPORT-TITLE                PIC X(40).
       01  REPORTS-CAPTURED            PIC 99.
       01  COPIES-PURGED               PIC 9(5) VALUE ZERO.
       01  REMOVE-DATE                 PIC 9(8).
       01  REMOVE-REPORT-NAME          PIC X(12).

       LINKAGE SECTION.
       01  RPTCAPT-JOB-NAME            PIC X(8).
       01  RPTCAPT-BUSINESS-DATE       PIC 9(8).
       01  RPTCAPT-RETURN              PIC XX.

       PROCEDURE DIVISION USING RPTCAPT-JOB-NAME
                                 RPTCAPT-BUSINESS-DATE
                                 RPTCAPT-RETURN.
       0100-MAIN.
           MOVE '01' TO RPTCAPT-RETURN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-LOAD-REPORT-TABLE
               MOVE 'N' TO FIRST-TIME-STATUS.
           IF NR-REPORTS = ZERO
               EXIT PROGRAM.
           PERFORM 0250-OPEN-REPOSITORY.
           IF RPTCAPT-RETURN = '02'
               EXIT PROGRAM.
           IF PURGE-DONE-STATUS = 'N'
               PERFORM 0300-PURGE-EXPIRED-COPIES
               MOVE 'Y' TO PURGE-DONE-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE ZERO TO REPORTS-CAPTURED.
           PERFORM VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > NR-REPORTS
               IF RTB-JOB-NAME (REPORT-SUB) = RPTCAPT-JOB-NAME
                   PERFORM 0400-CAPTURE-ONE-REPORT
               ELSE
               IF RPTCAPT-JOB-NAME = '*ALL'
                   PERFORM 0350-CAPTURE-IF-MISSING
               END-IF
               END-IF
           END-PERFORM.
           CLOSE REPORT-REPOSITORY
                 REPORT-INDEX.
           IF REPORTS-CAPTURED > ZERO
               MOVE '00' TO RPTCAPT-RETURN.
           EXIT PROGRAM.

       0200-LOAD-REPORT-TABLE.
           MOVE 'N' TO DISTRIBUTION-EOF-STATUS.
           OPEN INPUT DISTRIBUTION-TABLE.
           IF DISTRIBUTION-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL DISTRIBUTION-END
               READ DISTRIBUTION-TABLE
                   AT END
                       MOVE 'Y' TO DISTRIBUTION-EOF-STATUS
                   NOT AT END
                       IF DIST-RECORD-TYPE = 'R'
                         AND DIST-REPORT-NAME NOT = SPACES
                         AND NR-REPORTS < 60
                           PERFORM 0210-TABLE-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-TABLE.

      *  A burst rule that would reach past the report line is
      *  dropped and the report kept whole.
       0210-TABLE-ONE-REPORT.
           ADD 1 TO NR-REPORTS.
           MOVE DIST-REPORT-NAME TO RTB-REPORT-NAME (NR-REPORTS).
           MOVE DIST-JOB-NAME TO RTB-JOB-NAME (NR-REPORTS).
           IF DIST-RETAIN-DAYS NUMERIC
             AND DIST-RETAIN-DAYS > ZERO
               MOVE DIST-RETAIN-DAYS TO RTB-RETAIN-DAYS (NR-REPORTS)
           ELSE
               MOVE 90 TO RTB-RETAIN-DAYS (NR-REPORTS).
           MOVE ZERO TO RTB-MARKER-COLUMN (NR-REPORTS)
                        RTB-MARKER-LENGTH (NR-REPORTS)
                        RTB-KEY-COLUMN (NR-REPORTS)
                        RTB-KEY-LENGTH (NR-REPORTS).
           MOVE SPACES TO RTB-MARKER-TEXT (NR-REPORTS).
           IF DIST-MARKER-COLUMN NOT NUMERIC
             OR DIST-KEY-COLUMN NOT NUMERIC
             OR DIST-KEY-LENGTH NOT NUMERIC
             OR DIST-MARKER-TEXT = SPACES
               EXIT PARAGRAPH.
           IF DIST-MARKER-COLUMN = ZERO
             OR DIST-KEY-COLUMN = ZERO
             OR DIST-KEY-LENGTH = ZERO
             OR DIST-KEY-LENGTH > 10
             OR DIST-KEY-COLUMN + DIST-KEY-LENGTH > 133
               EXIT PARAGRAPH.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (DIST-MARKER-TEXT
               TRAILING)) TO RTB-MARKER-LENGTH (NR-REPORTS).
           IF DIST-MARKER-COLUMN + RTB-MARKER-LENGTH (NR-REPORTS)
                   > 133
               MOVE ZERO TO RTB-MARKER-LENGTH (NR-REPORTS)
               EXIT PARAGRAPH.
           MOVE DIST-MARKER-COLUMN TO RTB-MARKER-COLUMN (NR-REPORTS).
           MOVE DIST-MARKER-TEXT TO RTB-MARKER-TEXT (NR-REPORTS).
           MOVE DIST-KEY-COLUMN TO RTB-KEY-COLUMN (NR-REPORTS).
           MOVE DIST-KEY-LENGTH TO RTB-KEY-LENGTH (NR-REPORTS).

       0250-OPEN-REPOSITORY.
           OPEN I-O REPORT-REPOSITORY.
           IF REPOSITORY-STATUS NOT = '00'
               OPEN OUTPUT REPORT-REPOSITORY
               CLOSE REPORT-REPOSITORY
               OPEN I-O REPORT-REPOSITORY.
           OPEN I-O REPORT-INDEX.
           IF INDEX-STATUS NOT = '00'
               OPEN OUTPUT REPORT-INDEX
               CLOSE REPORT-INDEX
               OPEN I-O REPORT-INDEX.
           IF REPOSITORY-STATUS NOT = '00'
             OR INDEX-STATUS NOT = '00'
               DISPLAY 'RPTCAPT: UNABLE TO OPEN THE REPORT '
                   'REPOSITORY, STATUS: ' REPOSITORY-STATUS ' '
                   INDEX-STATUS
               IF REPOSITORY-STATUS = '00'
                   CLOSE REPORT-REPOSITORY
               END-IF
               IF INDEX-STATUS = '00'
                   CLOSE REPORT-INDEX
               END-IF
               MOVE '02' TO RPTCAPT-RETURN.

       0300-PURGE-EXPIRED-COPIES.
           MOVE 'N' TO INDEX-EOF-STATUS.
           MOVE LOW-VALUES TO RPX-KEY.
           START REPORT-INDEX
               KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY
                   MOVE 'Y' TO INDEX-EOF-STATUS
           END-START.
           PERFORM UNTIL INDEX-END
               READ REPORT-INDEX NEXT RECORD
                   AT END
                       MOVE 'Y' TO INDEX-EOF-STATUS
                   NOT AT END
                       IF RPX-PURGE-DATE < RPTCAPT-BUSINESS-DATE
                           MOVE RPX-BUSINESS-DATE TO REMOVE-DATE
                           MOVE RPX-REPORT-NAME
                               TO REMOVE-REPORT-NAME
                           DELETE REPORT-INDEX RECORD
                           PERFORM 0500-REMOVE-STORED-LINES
                           ADD 1 TO COPIES-PURGED
                       END-IF
               END-READ
           END-PERFORM.
           IF COPIES-PURGED > ZERO
               DISPLAY 'RPTCAPT: ' COPIES-PURGED
                   ' REPORT COPIES PAST RETENTION PURGED'.

       0350-CAPTURE-IF-MISSING.
           MOVE RPTCAPT-BUSINESS-DATE TO RPX-BUSINESS-DATE.
           MOVE RTB-REPORT-NAME (REPORT-SUB) TO RPX-REPORT-NAME.
           READ REPORT-INDEX
               INVALID KEY
                   PERFORM 0400-CAPTURE-ONE-REPORT
           END-READ.

       0400-CAPTURE-ONE-REPORT.
           MOVE RTB-REPORT-NAME (REPORT-SUB) TO REPORT-FILE-NAME.
           OPEN INPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
               DISPLAY 'RPTCAPT: ' REPORT-FILE-NAME
                   ' NOT ON HAND -- NOT CAPTURED'
               EXIT PARAGRAPH.
           MOVE RPTCAPT-BUSINESS-DATE TO REMOVE-DATE.
           MOVE REPORT-FILE-NAME TO REMOVE-REPORT-NAME.
           MOVE REMOVE-DATE TO RPX-BUSINESS-DATE.
           MOVE REMOVE-REPORT-NAME TO RPX-REPORT-NAME.
           DELETE REPORT-INDEX RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 0500-REMOVE-STORED-LINES.
           MOVE ZERO TO LINE-NUMBER
                        SECTION-COUNT.
           MOVE SPACES TO CURRENT-SECTION-KEY
                          REPORT-TITLE.
           MOVE 'N' TO REPORT-EOF-STATUS.
           PERFORM UNTIL REPORT-END
               READ REPORT-FILE
                   AT END
                       MOVE 'Y' TO REPORT-EOF-STATUS
                   NOT AT END
                       PERFORM 0450-STORE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE RPTCAPT-BUSINESS-DATE TO RPX-BUSINESS-DATE.
           MOVE REPORT-FILE-NAME TO RPX-REPORT-NAME.
           MOVE RTB-JOB-NAME (REPORT-SUB) TO RPX-JOB-NAME.
           IF RPTCAPT-JOB-NAME NOT = '*ALL'
               MOVE RPTCAPT-JOB-NAME TO RPX-JOB-NAME.
           MOVE CURRENT-DATE-INTEGER TO RPX-CAPTURE-DATE.
           MOVE CURRENT-TIME-INTEGER TO RPX-CAPTURE-TIME.
           MOVE LINE-NUMBER TO RPX-LINE-COUNT.
           IF SECTION-COUNT = ZERO
               MOVE 1 TO SECTION-COUNT.
           MOVE SECTION-COUNT TO RPX-SECTION-COUNT.
           COMPUTE RPX-PURGE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RPTCAPT-BUSINESS-DATE)
                 + RTB-RETAIN-DAYS (REPORT-SUB)).
           MOVE REPORT-TITLE TO RPX-TITLE.
           WRITE REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'RPTCAPT: INDEX WRITE FAILED FOR '
                       REPORT-FILE-NAME ', STATUS: ' INDEX-STATUS
           END-WRITE.
           ADD 1 TO REPORTS-CAPTURED.
           DISPLAY 'RPTCAPT: ' REPORT-FILE-NAME ' CAPTURED, '
               LINE-NUMBER ' LINES, ' SECTION-COUNT ' SECTIONS'.

       0450-STORE-ONE-LINE.
           ADD 1 TO LINE-NUMBER.
           IF REPORT-TITLE = SPACES
               MOVE FUNCTION TRIM (REPORT-LINE LEADING)
                   TO REPORT-TITLE.
           IF RTB-MARKER-LENGTH (REPORT-SUB) > ZERO
               IF REPORT-LINE (RTB-MARKER-COLUMN (REPORT-SUB):
                       RTB-MARKER-LENGTH (REPORT-SUB))
                     = RTB-MARKER-TEXT (REPORT-SUB)
                       (1:RTB-MARKER-LENGTH (REPORT-SUB))
                   MOVE REPORT-LINE (RTB-KEY-COLUMN (REPORT-SUB):
                       RTB-KEY-LENGTH (REPORT-SUB))
                       TO CURRENT-SECTION-KEY
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-IF.
           MOVE RPTCAPT-BUSINESS-DATE TO RPR-BUSINESS-DATE.
           MOVE REPORT-FILE-NAME TO RPR-REPORT-NAME.
           MOVE LINE-NUMBER TO RPR-LINE-NR.
           MOVE CURRENT-SECTION-KEY TO RPR-SECTION-KEY.
           MOVE REPORT-LINE TO RPR-LINE.
           WRITE REPOSITORY-RECORD
               INVALID KEY
                   DISPLAY 'RPTCAPT: LINE WRITE FAILED FOR '
                       REPORT-FILE-NAME ', STATUS: '
                       REPOSITORY-STATUS
           END-WRITE.

      *  Every stored line of one report copy: the date and report
      *  name lead the key, so the copy's lines are contiguous.
       0500-REMOVE-STORED-LINES.
           MOVE 'N' TO LINES-EOF-STATUS.
           MOVE REMOVE-DATE TO RPR-BUSINESS-DATE.
           MOVE REMOVE-REPORT-NAME TO RPR-REPORT-NAME.
           MOVE ZERO TO RPR-LINE-NR.
           START REPORT-REPOSITORY
               KEY IS NOT LESS THAN RPR-KEY
               INVALID KEY
                   MOVE 'Y' TO LINES-EOF-STATUS
           END-START.
           PERFORM UNTIL LINES-END
               READ REPORT-REPOSITORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO LINES-EOF-STATUS
                   NOT AT END
                       IF RPR-BUSINESS-DATE NOT = REMOVE-DATE
                         OR RPR-REPORT-NAME NOT = REMOVE-REPORT-NAME
                           MOVE 'Y' TO LINES-EOF-STATUS
                       ELSE
                           DELETE REPORT-REPOSITORY RECORD
                       END-IF
               END-READ
           END-PERFORM.
