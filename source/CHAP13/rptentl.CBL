       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTENTL.

      *  Report entitlement check for the online report repository,
      *  called by the RPTVIEW console and the CGIRPT page before a
      *  stored report is listed or shown.  The distribution table
      *  RPTDIST.DAT (the 'R' report records are RPTCAPT's) names
      *  who receives what:
      *
      *    'D'  recipient: cols  2-13 report file name
      *                    col  14    'U' user, 'D' department,
      *                               '*' everyone
      *                    cols 15-34 user ID (the USER / REMOTE_USER
      *                               value) or department
      *                    cols 35-44 burst section, e.g. a collector
      *                               or salesman ID; blank for the
      *                               whole report
      *    'M'  member:    cols  2-11 department
      *                    cols 12-31 user ID
      *
      *  A user may appear in more than one department.
      *
      *  In:   RPTENTL-USER-ID, RPTENTL-REPORT-NAME.
      *  Out:  RPTENTL-RETURN '00' the whole report, '02' only the
      *        sections listed in RPTENTL-SECTION-AREA (lines ahead
      *        of the first section -- the report headings -- go
      *        with every section), '01' not entitled.
      *
      *  Unlike AUTHCHK, a missing distribution table allows
      *  nothing: the reports carry account and pay figures, and
      *  the repository stays shut until the table says otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE   ASSIGN TO "RPTDIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           DISTRIBUTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-TABLE.
       01  DISTRIBUTION-RECORD.
           05  DIST-RECORD-TYPE        PIC X.
           05  DIST-REPORT-NAME        PIC X(12).
           05  DIST-RECIPIENT-TYPE     PIC X.
           05  DIST-RECIPIENT          PIC X(20).
           05  DIST-SECTION-KEY        PIC X(10).
       01  DEPARTMENT-MEMBER-RECORD.
           05  FILLER                  PIC X.
           05  MBR-DEPARTMENT          PIC X(10).
           05  MBR-USER-ID             PIC X(20).

       WORKING-STORAGE SECTION.
       01  DISTRIBUTION-STATUS         PIC XX.
       01  DISTRIBUTION-EOF-STATUS     PIC X.
           88  DISTRIBUTION-END        VALUE 'Y'.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  NR-RECIPIENTS               PIC 999 VALUE ZERO.
       01  RECIPIENT-SUB               PIC 999.
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY OCCURS 300 TIMES.
               10  RCP-REPORT-NAME     PIC X(12).
               10  RCP-RECIPIENT-TYPE  PIC X.
               10  RCP-RECIPIENT       PIC X(20).
               10  RCP-SECTION-KEY     PIC X(10).
       01  NR-MEMBERS                  PIC 999 VALUE ZERO.
       01  MEMBER-SUB                  PIC 999.
       01  MEMBER-TABLE.
           05  MEMBER-ENTRY OCCURS 300 TIMES.
               10  MTB-DEPARTMENT      PIC X(10).
               10  MTB-USER-ID         PIC X(20).
       01  RECIPIENT-MATCH             PIC X.
       01  SECTION-SUB                 PIC 99.
       01  SECTION-LISTED              PIC X.

       LINKAGE SECTION.
       01  RPTENTL-USER-ID             PIC X(20).
       01  RPTENTL-REPORT-NAME         PIC X(12).
       01  RPTENTL-RETURN              PIC XX.
       01  RPTENTL-SECTION-AREA.
           05  RPTENTL-SECTION-COUNT   PIC 99.
           05  RPTENTL-SECTION-KEY     PIC X(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION USING RPTENTL-USER-ID RPTENTL-REPORT-NAME
                                 RPTENTL-RETURN RPTENTL-SECTION-AREA.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-LOAD-DISTRIBUTION-TABLE
               MOVE 'N' TO FIRST-TIME-STATUS.
           MOVE '01' TO RPTENTL-RETURN.
           MOVE ZERO TO RPTENTL-SECTION-COUNT.
           IF RPTENTL-USER-ID = SPACES
               EXIT PROGRAM.
           PERFORM VARYING RECIPIENT-SUB FROM 1 BY 1
               UNTIL RECIPIENT-SUB > NR-RECIPIENTS
                  OR RPTENTL-RETURN = '00'
               IF RCP-REPORT-NAME (RECIPIENT-SUB) = RPTENTL-REPORT-NAME
                   PERFORM 0300-CHECK-ONE-RECIPIENT
               END-IF
           END-PERFORM.
           IF RPTENTL-RETURN = '00'
               MOVE ZERO TO RPTENTL-SECTION-COUNT.
           EXIT PROGRAM.

       0200-LOAD-DISTRIBUTION-TABLE.
           MOVE 'N' TO DISTRIBUTION-EOF-STATUS.
           OPEN INPUT DISTRIBUTION-TABLE.
           IF DISTRIBUTION-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL DISTRIBUTION-END
               READ DISTRIBUTION-TABLE
                   AT END
                       MOVE 'Y' TO DISTRIBUTION-EOF-STATUS
                   NOT AT END
                       EVALUATE DIST-RECORD-TYPE
                           WHEN 'D'
                               IF NR-RECIPIENTS < 300
                                   ADD 1 TO NR-RECIPIENTS
                                   MOVE DIST-REPORT-NAME TO
                                       RCP-REPORT-NAME (NR-RECIPIENTS)
                                   MOVE DIST-RECIPIENT-TYPE TO
                                       RCP-RECIPIENT-TYPE
                                           (NR-RECIPIENTS)
                                   MOVE DIST-RECIPIENT TO
                                       RCP-RECIPIENT (NR-RECIPIENTS)
                                   MOVE DIST-SECTION-KEY TO
                                       RCP-SECTION-KEY (NR-RECIPIENTS)
                               END-IF
                           WHEN 'M'
                               IF NR-MEMBERS < 300
                                   ADD 1 TO NR-MEMBERS
                                   MOVE MBR-DEPARTMENT TO
                                       MTB-DEPARTMENT (NR-MEMBERS)
                                   MOVE MBR-USER-ID TO
                                       MTB-USER-ID (NR-MEMBERS)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-TABLE.

       0300-CHECK-ONE-RECIPIENT.
           MOVE 'N' TO RECIPIENT-MATCH.
           EVALUATE RCP-RECIPIENT-TYPE (RECIPIENT-SUB)
               WHEN '*'
                   MOVE 'Y' TO RECIPIENT-MATCH
               WHEN 'U'
                   IF RCP-RECIPIENT (RECIPIENT-SUB) = RPTENTL-USER-ID
                       MOVE 'Y' TO RECIPIENT-MATCH
                   END-IF
               WHEN 'D'
                   PERFORM VARYING MEMBER-SUB FROM 1 BY 1
                       UNTIL MEMBER-SUB > NR-MEMBERS
                          OR RECIPIENT-MATCH = 'Y'
                       IF MTB-DEPARTMENT (MEMBER-SUB) =
                               RCP-RECIPIENT (RECIPIENT-SUB) (1:10)
                         AND MTB-USER-ID (MEMBER-SUB) = RPTENTL-USER-ID
                           MOVE 'Y' TO RECIPIENT-MATCH
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF RECIPIENT-MATCH = 'N'
               EXIT PARAGRAPH.
           IF RCP-SECTION-KEY (RECIPIENT-SUB) = SPACES
               MOVE '00' TO RPTENTL-RETURN
               EXIT PARAGRAPH.
           MOVE '02' TO RPTENTL-RETURN.
           MOVE 'N' TO SECTION-LISTED.
           PERFORM VARYING SECTION-SUB FROM 1 BY 1
               UNTIL SECTION-SUB > RPTENTL-SECTION-COUNT
               IF RPTENTL-SECTION-KEY (SECTION-SUB) =
                       RCP-SECTION-KEY (RECIPIENT-SUB)
                   MOVE 'Y' TO SECTION-LISTED
               END-IF
           END-PERFORM.
           IF SECTION-LISTED = 'N'
             AND RPTENTL-SECTION-COUNT < 20
               ADD 1 TO RPTENTL-SECTION-COUNT
               MOVE RCP-SECTION-KEY (RECIPIENT-SUB)
                   TO RPTENTL-SECTION-KEY (RPTENTL-SECTION-COUNT).
