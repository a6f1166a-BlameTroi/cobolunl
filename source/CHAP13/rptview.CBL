       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Rptview.

      *  Report repository console, in the PAYHINQ inquiry style.
      *  Lists the reports the signed-on user is entitled to for a
      *  business date -- any date still in the repository, the
      *  latest when the date is left blank -- and pages through
      *  the one picked, 20 lines at a time.  The user is the USER
      *  environment value the audit trails record, and the
      *  entitlement is RPTENTL's reading of the distribution table
      *  RPTDIST.DAT: a recipient of a burst section (a collector's
      *  own worklist, a salesman's own statement) sees the report
      *  headings and that section only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01  REPOSITORY-STATUS           PIC XX.
       01  INDEX-STATUS                PIC XX.
       01  INDEX-EOF-STATUS            PIC X.
           88  INDEX-END               VALUE 'Y'.
       01  LINES-EOF-STATUS            PIC X.
           88  LINES-END               VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  SIGNED-ON-USER              PIC X(20).
       01  INPUT-DATE                  PIC X(8).
       01  VIEW-DATE                   PIC 9(8).
       01  INPUT-CHOICE                PIC XX.
       01  CHOICE-NUMBER               PIC 99.
       01  PAGE-REPLY                  PIC X.
       01  LINES-ON-PAGE               PIC 99.
       01  LINES-SHOWN                 PIC 9(6).

       01  NR-LISTED                   PIC 99 VALUE ZERO.
       01  LISTED-SUB                  PIC 99.
       01  LISTED-REPORT-TABLE.
           05  LISTED-ENTRY OCCURS 60 TIMES.
               10  LST-REPORT-NAME     PIC X(12).
               10  LST-JOB-NAME        PIC X(8).
               10  LST-LINE-COUNT      PIC 9(6).
               10  LST-TITLE           PIC X(40).
               10  LST-ACCESS          PIC XX.
               10  LST-SECTION-AREA    PIC X(202).

       01  RPTENTL-REPORT-NAME         PIC X(12).
       01  RPTENTL-RETURN              PIC XX.
       01  RPTENTL-SECTION-AREA.
           05  RPTENTL-SECTION-COUNT   PIC 99.
           05  RPTENTL-SECTION-KEY     PIC X(10) OCCURS 20 TIMES.
       01  SECTION-SUB                 PIC 99.
       01  LINE-ENTITLED               PIC X.

       01  LIST-DETAIL-LINE.
           05  LDL-NUMBER              PIC Z9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  LDL-REPORT-NAME         PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-LINE-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-TITLE               PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  LDL-ACCESS-NOTE         PIC X(13).

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'REPORT REPOSITORY'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT SIGNED-ON-USER FROM ENVIRONMENT-VALUE.
           IF SIGNED-ON-USER = SPACES
               DISPLAY 'NO USER ID -- SIGN ON FIRST'
               STOP RUN.
           OPEN INPUT REPORT-REPOSITORY
                      REPORT-INDEX.
           IF REPOSITORY-STATUS NOT = '00'
             OR INDEX-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE REPORT REPOSITORY, '
                   'STATUS: ' REPOSITORY-STATUS ' ' INDEX-STATUS
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE REPORT-REPOSITORY
                 REPORT-INDEX.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY 'ENTER THE BUSINESS DATE (YYYYMMDD), BLANK FOR '
               'THE LATEST'.
           MOVE SPACES TO INPUT-DATE.
           ACCEPT INPUT-DATE.
           IF INPUT-DATE = SPACES
               PERFORM 0300-FIND-LATEST-DATE
           ELSE
           IF INPUT-DATE NUMERIC
               MOVE INPUT-DATE TO VIEW-DATE
           ELSE
               DISPLAY 'THE DATE MUST BE EIGHT DIGITS'
               GO TO 0200-EXIT.
           PERFORM 0400-LOAD-ENTITLED-REPORTS.
           IF NR-LISTED = ZERO
               DISPLAY 'NO REPORTS ON FILE FOR YOU FOR ' VIEW-DATE
           ELSE
               PERFORM 0450-LIST-REPORTS
               DISPLAY 'ENTER A REPORT NUMBER TO VIEW, BLANK FOR '
                   'NONE'
               MOVE SPACES TO INPUT-CHOICE
               ACCEPT INPUT-CHOICE
               PERFORM 0500-PICK-REPORT.
           DISPLAY 'LOOK AT ANOTHER DATE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  The index is in date order, so the last record carries
      *  the latest business date captured.
       0300-FIND-LATEST-DATE.
           MOVE ZERO TO VIEW-DATE.
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
                       MOVE RPX-BUSINESS-DATE TO VIEW-DATE
               END-READ
           END-PERFORM.

       0400-LOAD-ENTITLED-REPORTS.
           MOVE ZERO TO NR-LISTED.
           MOVE 'N' TO INDEX-EOF-STATUS.
           MOVE VIEW-DATE TO RPX-BUSINESS-DATE.
           MOVE LOW-VALUES TO RPX-REPORT-NAME.
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
                       IF RPX-BUSINESS-DATE NOT = VIEW-DATE
                           MOVE 'Y' TO INDEX-EOF-STATUS
                       ELSE
                           PERFORM 0420-CHECK-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM.

       0420-CHECK-ONE-REPORT.
           MOVE RPX-REPORT-NAME TO RPTENTL-REPORT-NAME.
           CALL 'RPTENTL' USING SIGNED-ON-USER RPTENTL-REPORT-NAME
               RPTENTL-RETURN RPTENTL-SECTION-AREA.
           IF RPTENTL-RETURN = '01' OR NR-LISTED = 60
               EXIT PARAGRAPH.
           ADD 1 TO NR-LISTED.
           MOVE RPX-REPORT-NAME TO LST-REPORT-NAME (NR-LISTED).
           MOVE RPX-JOB-NAME TO LST-JOB-NAME (NR-LISTED).
           MOVE RPX-LINE-COUNT TO LST-LINE-COUNT (NR-LISTED).
           MOVE RPX-TITLE TO LST-TITLE (NR-LISTED).
           MOVE RPTENTL-RETURN TO LST-ACCESS (NR-LISTED).
           MOVE RPTENTL-SECTION-AREA TO LST-SECTION-AREA (NR-LISTED).

       0450-LIST-REPORTS.
           DISPLAY 'REPORTS FOR BUSINESS DATE ' VIEW-DATE.
           PERFORM VARYING LISTED-SUB FROM 1 BY 1
               UNTIL LISTED-SUB > NR-LISTED
               MOVE LISTED-SUB TO LDL-NUMBER
               MOVE LST-REPORT-NAME (LISTED-SUB) TO LDL-REPORT-NAME
               MOVE LST-JOB-NAME (LISTED-SUB) TO LDL-JOB-NAME
               MOVE LST-LINE-COUNT (LISTED-SUB) TO LDL-LINE-COUNT
               MOVE LST-TITLE (LISTED-SUB) TO LDL-TITLE
               IF LST-ACCESS (LISTED-SUB) = '02'
                   MOVE '(YOUR PART)' TO LDL-ACCESS-NOTE
               ELSE
                   MOVE SPACES TO LDL-ACCESS-NOTE
               END-IF
               DISPLAY LIST-DETAIL-LINE
           END-PERFORM.

       0500-PICK-REPORT.
           IF INPUT-CHOICE = SPACES
               EXIT PARAGRAPH.
           IF INPUT-CHOICE (2:1) = SPACE
               MOVE INPUT-CHOICE (1:1) TO INPUT-CHOICE (2:1)
               MOVE '0' TO INPUT-CHOICE (1:1).
           IF INPUT-CHOICE NOT NUMERIC
               DISPLAY 'NOT A REPORT NUMBER'
               EXIT PARAGRAPH.
           MOVE INPUT-CHOICE TO CHOICE-NUMBER.
           IF CHOICE-NUMBER = ZERO OR CHOICE-NUMBER > NR-LISTED
               DISPLAY 'NOT A REPORT NUMBER'
               EXIT PARAGRAPH.
           MOVE LST-SECTION-AREA (CHOICE-NUMBER)
               TO RPTENTL-SECTION-AREA.
           PERFORM 0600-SHOW-REPORT.

      *  The stored lines in order, paged; a section-only recipient
      *  gets the lines ahead of the first section and their own.
       0600-SHOW-REPORT.
           MOVE ZERO TO LINES-ON-PAGE
                        LINES-SHOWN.
           MOVE SPACE TO PAGE-REPLY.
           MOVE 'N' TO LINES-EOF-STATUS.
           MOVE VIEW-DATE TO RPR-BUSINESS-DATE.
           MOVE LST-REPORT-NAME (CHOICE-NUMBER) TO RPR-REPORT-NAME.
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
                       IF RPR-BUSINESS-DATE NOT = VIEW-DATE
                         OR RPR-REPORT-NAME NOT =
                               LST-REPORT-NAME (CHOICE-NUMBER)
                           MOVE 'Y' TO LINES-EOF-STATUS
                       ELSE
                           PERFORM 0650-SHOW-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY '-- ' LINES-SHOWN ' LINES --'.

       0650-SHOW-ONE-LINE.
           MOVE 'Y' TO LINE-ENTITLED.
           IF LST-ACCESS (CHOICE-NUMBER) = '02'
             AND RPR-SECTION-KEY NOT = SPACES
               MOVE 'N' TO LINE-ENTITLED
               PERFORM VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > RPTENTL-SECTION-COUNT
                   IF RPTENTL-SECTION-KEY (SECTION-SUB) =
                           RPR-SECTION-KEY
                       MOVE 'Y' TO LINE-ENTITLED
                   END-IF
               END-PERFORM.
           IF LINE-ENTITLED = 'N'
               EXIT PARAGRAPH.
           DISPLAY RPR-LINE.
           ADD 1 TO LINES-SHOWN.
           ADD 1 TO LINES-ON-PAGE.
           IF LINES-ON-PAGE = 20
               MOVE ZERO TO LINES-ON-PAGE
               DISPLAY 'ENTER TO CONTINUE, Q TO QUIT THIS REPORT'
               MOVE SPACE TO PAGE-REPLY
               ACCEPT PAGE-REPLY
               IF PAGE-REPLY = 'Q' OR 'q'
                   MOVE 'Y' TO LINES-EOF-STATUS
               END-IF
           END-IF.
