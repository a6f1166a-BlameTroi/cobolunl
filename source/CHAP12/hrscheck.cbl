       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hrscheck.

      *  Nightly calling-hours violation check, the companion to
      *  DNCCHECK.  Reads the day's call activity on PHONLOGD.DAT
      *  and flags every call placed outside the permitted calling
      *  window of the called party's own time zone -- the time
      *  zone, state and window come from CALLZONE, off the number's
      *  area code.  Only records carrying the business date's call
      *  date are checked, with the business date from RUNDATE.DAT
      *  exactly as DNCCHECK takes it.
      *
      *  The call's time of day is the switch start time SMDRIMP
      *  keeps on the log; a call logged with no time cannot be
      *  checked and is counted instead.  A dialed number leading
      *  with the long-distance '1' takes its area code from the
      *  three digits after it.  An area code missing from
      *  AREACODE.DAT is checked as if in our own zone and marked
      *  on the report, so the reference file can be completed.
      *
      *  The violations report HRSVIOL.DAT groups the hits by
      *  solicitor, with our time, the called party's local time,
      *  state and zone, a count per solicitor and a run total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHONE-LOG-FILE       ASSIGN TO "PHONLOGD.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS LOG-STATUS.
           SELECT VIOLATIONS-REPORT    ASSIGN TO "HRSVIOL.DAT"
                                       LINE SEQUENTIAL.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHONE-LOG-FILE.
       01  PHONE-LOG-RECORD.
           05  PH-USER-ID             PIC X(8).
           05  PH-CALL-DATE.
               10  PH-CALL-YR         PIC 9999.
               10  PH-CALL-MO         PIC 99.
               10  PH-CALL-DA         PIC 99.
           05  PH-CALL-LENGTH         PIC 9999.
           05  PH-CALL-NUMBER         PIC 9(10).
           05  PH-CALL-NUMBER-X REDEFINES PH-CALL-NUMBER
                                      PIC X(10).
           05  PH-SALES-INFO          PIC X(50).
           05  PH-DISPOSITION         PIC X.
               88  PH-NO-ANSWER        VALUE 'N'.
               88  PH-BUSY             VALUE 'B'.
               88  PH-CALLBACK         VALUE 'C'.
               88  PH-NOT-INTERESTED   VALUE 'I'.
               88  PH-SALE             VALUE 'S'.
               88  PH-WRONG-NUMBER     VALUE 'W'.
               88  PH-DO-NOT-CALL      VALUE 'D'.
               88  PH-DISPOSITION-CODED
                   VALUES 'N' 'B' 'C' 'I' 'S' 'W' 'D'.
           05  PH-CALLBACK-DATE       PIC 9(8).
           05  PH-CALLBACK-TIME       PIC 9(4).
           05  PH-CALL-TIME           PIC 9(4).

       FD  VIOLATIONS-REPORT.
       01  VIOLATIONS-REPORT-LINE      PIC X(80).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  LOG-STATUS                  PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  BUSINESS-DATE               PIC 9(8).
       01  LOG-EOF-STATUS              PIC X VALUE 'N'.
           88  LOG-END                 VALUE 'Y'.
       01  CALL-DATE-NUMBER            PIC 9(8).
       01  CALLZONE-AREA-CODE          PIC 9(3).
       01  CALLZONE-LOCAL-TIME         PIC 9(4).
       01  CALLZONE-STATE              PIC X(2).
       01  CALLZONE-ZONE-NAME          PIC X(4).
       01  CALLZONE-HOME-OPEN          PIC 9(4).
       01  CALLZONE-HOME-CLOSE         PIC 9(4).
       01  CALLZONE-PERMITTED          PIC X.
           88  CALL-PERMITTED          VALUE 'Y'.
       01  CALLZONE-RETURN             PIC XX.
       01  CALLS-CHECKED-COUNT         PIC 9(5) VALUE ZERO.
       01  NO-TIME-COUNT               PIC 9(5) VALUE ZERO.
       01  UNKNOWN-AREA-COUNT          PIC 9(5) VALUE ZERO.
       01  NR-VIOLATIONS               PIC 9(4) VALUE ZERO.
       01  VIOL-SUB                    PIC 9(4).
       01  VIOLATION-TABLE.
           05  VIOLATION-ENTRY OCCURS 1000 TIMES.
               10  VTBL-USER-ID        PIC X(8).
               10  VTBL-CALL-NUMBER    PIC X(10).
               10  VTBL-HOME-TIME      PIC 9(4).
               10  VTBL-LOCAL-TIME     PIC 9(4).
               10  VTBL-STATE          PIC X(2).
               10  VTBL-ZONE-NAME      PIC X(4).
               10  VTBL-ZONE-ASSUMED   PIC X.
               10  VTBL-SHOWN-FLAG     PIC X.
       01  CURRENT-USER-ID             PIC X(8).
       01  USER-VIOLATION-COUNT        PIC 9(4).
       01  INNER-SUB                   PIC 9(4).
       01  CLOCK-TIME-WORK             PIC 9(4).
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME-WORK.
           05  CLOCK-HOUR              PIC 99.
           05  CLOCK-MINUTE            PIC 99.
       01  CLOCK-TIME-EDIT.
           05  CTE-HOUR                PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  CTE-MINUTE              PIC 99.
       01  REPORT-HEADING.
           05  FILLER                  PIC X(31) VALUE
               'CALLING-HOURS VIOLATION REPORT '.
           05  HDG-DATE                PIC 9(8).
       01  SOLICITOR-HEADING.
           05  FILLER                  PIC X(11) VALUE 'SOLICITOR: '.
           05  SOL-USER-ID             PIC X(8).
       01  VIOLATION-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  VIO-CALL-NUMBER         PIC X(10).
           05  FILLER                  PIC X(11) VALUE '  OUR TIME '.
           05  VIO-HOME-TIME           PIC X(5).
           05  FILLER                  PIC X(8) VALUE '  LOCAL '.
           05  VIO-LOCAL-TIME          PIC X(5).
           05  FILLER                  PIC XX VALUE SPACES.
           05  VIO-STATE               PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  VIO-ZONE-NAME           PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  VIO-NOTE                PIC X(14).
       01  SOLICITOR-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE
               '  VIOLATIONS: '.
           05  SOL-COUNT               PIC ZZZ9.
       01  RUN-TOTAL-LINE.
           05  FILLER                  PIC X(17) VALUE
               'TOTAL VIOLATIONS:'.
           05  RUN-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  CALLS CHECKED: '.
           05  RUN-CHECKED             PIC ZZ,ZZ9.
       01  UNCHECKED-TOTAL-LINE.
           05  FILLER                  PIC X(26) VALUE
               'CALLS LOGGED WITH NO TIME:'.
           05  UNC-NO-TIME             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE
               '  AREA CODES NOT ON FILE'.
           05  FILLER                  PIC X VALUE ':'.
           05  UNC-UNKNOWN-AREA        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0100-SCAN-PHONE-LOG.
           PERFORM 0300-PRINT-VIOLATIONS-REPORT.
           DISPLAY 'HRSCHECK: ' NR-VIOLATIONS ' VIOLATIONS FOUND'.
           IF NO-TIME-COUNT > ZERO
               DISPLAY 'HRSCHECK: ' NO-TIME-COUNT
                   ' CALLS LOGGED WITH NO TIME, NOT CHECKED'.
           IF UNKNOWN-AREA-COUNT > ZERO
               DISPLAY 'HRSCHECK: ' UNKNOWN-AREA-COUNT
                   ' CALLS TO AREA CODES NOT ON AREACODE.DAT'.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE CURRENT-DATE-INTEGER TO BUSINESS-DATE.
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

       0100-SCAN-PHONE-LOG.
           OPEN INPUT PHONE-LOG-FILE.
           IF LOG-STATUS NOT = '00'
               MOVE 'Y' TO LOG-EOF-STATUS.
           PERFORM UNTIL LOG-END
               READ PHONE-LOG-FILE
                   AT END
                       MOVE 'Y' TO LOG-EOF-STATUS
                   NOT AT END
                       PERFORM 0200-CHECK-ONE-CALL
               END-READ
           END-PERFORM.
           IF LOG-STATUS = '00' OR LOG-STATUS = '10'
               CLOSE PHONE-LOG-FILE.

       0200-CHECK-ONE-CALL.
           IF PH-CALL-DATE NOT NUMERIC
             OR PH-CALL-NUMBER NOT NUMERIC
             OR PH-CALL-NUMBER = ZERO
               EXIT PARAGRAPH.
           MOVE PH-CALL-DATE TO CALL-DATE-NUMBER.
           IF CALL-DATE-NUMBER NOT = BUSINESS-DATE
               EXIT PARAGRAPH.
           IF PH-CALL-TIME NOT NUMERIC
             OR PH-CALL-TIME = ZERO
               ADD 1 TO NO-TIME-COUNT
               EXIT PARAGRAPH.
           ADD 1 TO CALLS-CHECKED-COUNT.
           IF PH-CALL-NUMBER-X (1:1) = '1'
               MOVE PH-CALL-NUMBER-X (2:3) TO CALLZONE-AREA-CODE
           ELSE
               MOVE PH-CALL-NUMBER-X (1:3) TO CALLZONE-AREA-CODE.
           CALL 'CALLZONE' USING CALLZONE-AREA-CODE CALL-DATE-NUMBER
               PH-CALL-TIME CALLZONE-LOCAL-TIME CALLZONE-STATE
               CALLZONE-ZONE-NAME CALLZONE-HOME-OPEN
               CALLZONE-HOME-CLOSE CALLZONE-PERMITTED
               CALLZONE-RETURN.
           IF CALLZONE-RETURN NOT = '00'
               ADD 1 TO UNKNOWN-AREA-COUNT.
           IF NOT CALL-PERMITTED
               PERFORM 0250-RECORD-VIOLATION.

       0250-RECORD-VIOLATION.
           IF NR-VIOLATIONS < 1000
               ADD 1 TO NR-VIOLATIONS
               MOVE PH-USER-ID TO VTBL-USER-ID (NR-VIOLATIONS)
               MOVE PH-CALL-NUMBER-X
                   TO VTBL-CALL-NUMBER (NR-VIOLATIONS)
               MOVE PH-CALL-TIME TO VTBL-HOME-TIME (NR-VIOLATIONS)
               MOVE CALLZONE-LOCAL-TIME
                   TO VTBL-LOCAL-TIME (NR-VIOLATIONS)
               MOVE CALLZONE-STATE TO VTBL-STATE (NR-VIOLATIONS)
               MOVE CALLZONE-ZONE-NAME
                   TO VTBL-ZONE-NAME (NR-VIOLATIONS)
               MOVE 'N' TO VTBL-ZONE-ASSUMED (NR-VIOLATIONS)
               IF CALLZONE-RETURN NOT = '00'
                   MOVE 'Y' TO VTBL-ZONE-ASSUMED (NR-VIOLATIONS)
               END-IF
               MOVE 'N' TO VTBL-SHOWN-FLAG (NR-VIOLATIONS)
           ELSE
               DISPLAY 'HRSCHECK: VIOLATION TABLE FULL, DROPPED: '
                   PH-CALL-NUMBER.

      *  Grouped by solicitor the DNCCHECK way: each pass picks the
      *  first unshown violation's solicitor and prints everything
      *  that solicitor dialed.
       0300-PRINT-VIOLATIONS-REPORT.
           OPEN OUTPUT VIOLATIONS-REPORT.
           MOVE BUSINESS-DATE TO HDG-DATE.
           WRITE VIOLATIONS-REPORT-LINE FROM REPORT-HEADING.
           PERFORM VARYING VIOL-SUB FROM 1 BY 1
               UNTIL VIOL-SUB > NR-VIOLATIONS
               IF VTBL-SHOWN-FLAG (VIOL-SUB) = 'N'
                   MOVE VTBL-USER-ID (VIOL-SUB) TO CURRENT-USER-ID
                   PERFORM 0400-PRINT-ONE-SOLICITOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO VIOLATIONS-REPORT-LINE.
           WRITE VIOLATIONS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE NR-VIOLATIONS TO RUN-COUNT.
           MOVE CALLS-CHECKED-COUNT TO RUN-CHECKED.
           WRITE VIOLATIONS-REPORT-LINE FROM RUN-TOTAL-LINE.
           MOVE NO-TIME-COUNT TO UNC-NO-TIME.
           MOVE UNKNOWN-AREA-COUNT TO UNC-UNKNOWN-AREA.
           WRITE VIOLATIONS-REPORT-LINE FROM UNCHECKED-TOTAL-LINE.
           CLOSE VIOLATIONS-REPORT.

       0400-PRINT-ONE-SOLICITOR.
           MOVE SPACES TO VIOLATIONS-REPORT-LINE.
           WRITE VIOLATIONS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CURRENT-USER-ID TO SOL-USER-ID.
           WRITE VIOLATIONS-REPORT-LINE FROM SOLICITOR-HEADING.
           MOVE ZERO TO USER-VIOLATION-COUNT.
           PERFORM VARYING INNER-SUB FROM 1 BY 1
               UNTIL INNER-SUB > NR-VIOLATIONS
               IF VTBL-USER-ID (INNER-SUB) = CURRENT-USER-ID
                 AND VTBL-SHOWN-FLAG (INNER-SUB) = 'N'
                   MOVE 'Y' TO VTBL-SHOWN-FLAG (INNER-SUB)
                   ADD 1 TO USER-VIOLATION-COUNT
                   PERFORM 0450-PRINT-ONE-VIOLATION
               END-IF
           END-PERFORM.
           MOVE USER-VIOLATION-COUNT TO SOL-COUNT.
           WRITE VIOLATIONS-REPORT-LINE FROM SOLICITOR-TOTAL-LINE.

       0450-PRINT-ONE-VIOLATION.
           MOVE VTBL-CALL-NUMBER (INNER-SUB) TO VIO-CALL-NUMBER.
           MOVE VTBL-HOME-TIME (INNER-SUB) TO CLOCK-TIME-WORK.
           MOVE CLOCK-HOUR TO CTE-HOUR.
           MOVE CLOCK-MINUTE TO CTE-MINUTE.
           MOVE CLOCK-TIME-EDIT TO VIO-HOME-TIME.
           MOVE VTBL-LOCAL-TIME (INNER-SUB) TO CLOCK-TIME-WORK.
           MOVE CLOCK-HOUR TO CTE-HOUR.
           MOVE CLOCK-MINUTE TO CTE-MINUTE.
           MOVE CLOCK-TIME-EDIT TO VIO-LOCAL-TIME.
           MOVE VTBL-STATE (INNER-SUB) TO VIO-STATE.
           MOVE VTBL-ZONE-NAME (INNER-SUB) TO VIO-ZONE-NAME.
           IF VTBL-ZONE-ASSUMED (INNER-SUB) = 'Y'
               MOVE '*ZONE ASSUMED*' TO VIO-NOTE
           ELSE
               MOVE SPACES TO VIO-NOTE.
           WRITE VIOLATIONS-REPORT-LINE FROM VIOLATION-DETAIL-LINE.
