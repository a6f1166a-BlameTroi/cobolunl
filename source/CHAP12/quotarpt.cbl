       IDENTIFICATION DIVISION.
       PROGRAM-ID. Quotarpt.

      *  Monthly quota attainment.  Run after the month's COMMISS
      *  cycle, for the month the operator names (CCYYMM):
      *
      *    1. posts the cycle's paid sales -- the amount subject to
      *       commission on each COMMOWED.DAT earned record and
      *       split-credit share, summed per salesman -- to the
      *       salesman's QUOTAMST record for that month, adding the
      *       record if management set no quota for the month.
      *       The month's figure is replaced, not added to, so a
      *       rerun of the same month posts the same figures again;
      *    2. measures each salesman's paid sales against quota for
      *       the month, the quarter to date, and the year to date,
      *       with the year-to-date commission from YTDCOMM.DAT
      *       alongside, and projects the year-to-date pace to year
      *       end against the annual quota;
      *    3. prints QUOTARPT.DAT rolled up by SAL-MANAGER-ID the
      *       way TEAMRPT is -- one section per manager with a team
      *       line, a section for salesmen whose manager does not
      *       resolve, and a company recap.
      *
      *  The annual quota is the month-00 record when there is
      *  one, otherwise the twelve monthly quotas added up; a month
      *  with no quota of its own is taken as a twelfth of the
      *  annual.  Anyone whose projected year end falls below the
      *  pace threshold is flagged BEHIND.  The threshold is the
      *  percentage of annual quota on QUOTAPRM.DAT; with no
      *  parameter record it is 90.0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSIONS-OWED-FILE
                                       ASSIGN TO "COMMOWED.DAT"
                                       FILE STATUS OWED-STATUS.
           SELECT QUOTA-MASTER         ASSIGN TO "QUOTAMST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY QUOTA-KEY
                                       FILE STATUS QUOTA-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.
           SELECT YTD-COMMISSION-MASTER ASSIGN TO "YTDCOMM.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY YTD-SALESMAN-ID
                                       FILE STATUS YTD-COMMIS-STATUS.
           SELECT QUOTA-PARAMETERS     ASSIGN TO "QUOTAPRM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PARAMETER-STATUS.
           SELECT ATTAINMENT-REPORT    ASSIGN TO "QUOTARPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSIONS-OWED-FILE.
       01  COMMIS-OWED-RECORD.
           05  COMMIS-SALESMAN-ID            PIC X(9).
           05  COMMIS-NR-ITEMS               PIC 99.
           05  COMMIS-AMOUNT-SUBJECT         PIC 9(7)V99.
           05  COMMIS-COMMISSION-AMOUNT      PIC 9(7)V99.
           05  COMMIS-RECORD-TYPE            PIC X.
               88  COMMIS-CARRIES-SALES       VALUES ' ' 'S'.

       FD  QUOTA-MASTER.
       01  QUOTA-RECORD.
           05  QUOTA-KEY.
               10  QUOTA-SALESMAN-ID   PIC X(9).
               10  QUOTA-YEAR          PIC 9(4).
               10  QUOTA-MONTH         PIC 99.
                   88  QUOTA-IS-ANNUAL  VALUE ZERO.
           05  QUOTA-AMOUNT            PIC 9(9)V99.
           05  QUOTA-PAID-SALES        PIC 9(9)V99.
           05  QUOTA-POSTED-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
               88  SAL-IS-ACTIVE         VALUE 'A'.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  SAL-MANAGER-ID           PIC X(9).
           05  FILLER                   PIC X(10).

       FD  YTD-COMMISSION-MASTER.
       01  YTD-COMMISSION-RECORD.
           05  YTD-SALESMAN-ID                PIC X(9).
           05  YTD-COMMISSION-TOTAL           PIC 9(7)V99.

       FD  QUOTA-PARAMETERS.
       01  QUOTA-PARAMETER-RECORD.
           05  QPRM-PACE-THRESHOLD-PCT PIC 999V9.

       FD  ATTAINMENT-REPORT.
       01  ATTAINMENT-REPORT-LINE      PIC X(110).

       WORKING-STORAGE SECTION.
       01  OWED-STATUS                 PIC XX.
       01  QUOTA-STATUS                PIC XX.
       01  SALESMAN-STATUS             PIC XX.
       01  YTD-COMMIS-STATUS           PIC XX.
       01  PARAMETER-STATUS            PIC XX.
       01  OWED-EOF-STATUS             PIC X VALUE 'N'.
           88  OWED-END                VALUE 'Y'.
       01  QUOTA-EOF-STATUS            PIC X VALUE 'N'.
           88  QUOTA-END               VALUE 'Y'.
       01  REPORT-PERIOD-INPUT         PIC X(6).
       01  REPORT-PERIOD REDEFINES REPORT-PERIOD-INPUT.
           05  REPORT-YEAR             PIC 9(4).
           05  REPORT-MONTH            PIC 99.
       01  QUARTER-FIRST-MONTH         PIC 99.
       01  QUARTER-WORK                PIC 99.
       01  TODAY-DATE                  PIC 9(8).
       01  PACE-THRESHOLD-PCT          PIC 999V9 VALUE 90.0.
       01  SALES-POSTED-COUNT          PIC 9(5) VALUE ZERO.
       01  SALES-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01  BEHIND-PACE-COUNT           PIC 9(5) VALUE ZERO.

      *  The cycle's paid sales per salesman, before posting.
       01  NR-CYCLE-SALESMEN           PIC 999 VALUE ZERO.
       01  CYCLE-SUB                   PIC 999.
       01  CYCLE-SALES-TABLE.
           05  CYCLE-SALES-ENTRY OCCURS 200 TIMES.
               10  CYC-SALESMAN-ID     PIC X(9).
               10  CYC-PAID-SALES      PIC 9(9)V99.

      *  The year's quotas and paid sales per salesman, by month.
       01  NR-SALESMEN                 PIC 999 VALUE ZERO.
       01  SMAN-SUB                    PIC 999.
       01  MONTH-SUB                   PIC 99.
       01  SALESMAN-QUOTA-TABLE.
           05  SALESMAN-QUOTA-ENTRY OCCURS 200 TIMES.
               10  QTB-SALESMAN-ID     PIC X(9).
               10  QTB-MANAGER-SUB     PIC 99.
               10  QTB-ANNUAL-QUOTA    PIC 9(9)V99.
               10  QTB-MONTH-ENTRY OCCURS 12 TIMES.
                   15  QTB-MONTH-QUOTA PIC 9(9)V99.
                   15  QTB-MONTH-SALES PIC 9(9)V99.
       01  NR-MANAGERS                 PIC 99 VALUE ZERO.
       01  MGR-SUB                     PIC 99.
       01  MGR-FOUND-SUB               PIC 99.
       01  MANAGER-TABLE.
           05  MANAGER-ENTRY OCCURS 50 TIMES.
               10  MGR-MANAGER-ID      PIC X(9).
               10  MGR-MANAGER-NAME    PIC X(25).

      *  One salesman's, one team's, or the company's measures.
       01  ATTAINMENT-FIGURES.
           05  ATT-MONTH-QUOTA         PIC 9(11)V99.
           05  ATT-MONTH-SALES         PIC 9(11)V99.
           05  ATT-QTD-QUOTA           PIC 9(11)V99.
           05  ATT-QTD-SALES           PIC 9(11)V99.
           05  ATT-YTD-QUOTA           PIC 9(11)V99.
           05  ATT-YTD-SALES           PIC 9(11)V99.
           05  ATT-ANNUAL-QUOTA        PIC 9(11)V99.
           05  ATT-PROJECTION          PIC 9(11)V99.
           05  ATT-YTD-COMMISSION      PIC 9(9)V99.
       01  TEAM-FIGURES                PIC X(115).
       01  COMPANY-FIGURES             PIC X(115).
       01  ADD-FIGURES.
           05  ADD-MONTH-QUOTA         PIC 9(11)V99.
           05  ADD-MONTH-SALES         PIC 9(11)V99.
           05  ADD-QTD-QUOTA           PIC 9(11)V99.
           05  ADD-QTD-SALES           PIC 9(11)V99.
           05  ADD-YTD-QUOTA           PIC 9(11)V99.
           05  ADD-YTD-SALES           PIC 9(11)V99.
           05  ADD-ANNUAL-QUOTA        PIC 9(11)V99.
           05  ADD-PROJECTION          PIC 9(11)V99.
           05  ADD-YTD-COMMISSION      PIC 9(9)V99.
       01  MONTH-QUOTA-WORK            PIC 9(9)V99.
       01  PERCENT-BASE                PIC 9(11)V99.
       01  PERCENT-PART                PIC 9(11)V99.
       01  PERCENT-RESULT              PIC 9(4)V9.
       01  PACE-PERCENT                PIC 9(4)V9.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(26) VALUE
               'SALES QUOTA ATTAINMENT -- '.
           05  HDG-YEAR                PIC 9(4).
           05  FILLER                  PIC X VALUE '/'.
           05  HDG-MONTH               PIC 99.
           05  FILLER                  PIC X(23) VALUE
               '   PACE THRESHOLD PCT: '.
           05  HDG-THRESHOLD           PIC ZZ9.9.
       01  COLUMN-HEADING.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'SALESMAN'.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '  MONTH PAID'.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE ' MON %'.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE ' QTD %'.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '    YTD PAID'.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE ' YTD %'.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'YEAR-END PACE'.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE 'PACE %'.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE '  YTD COMMIS'.
       01  MANAGER-HEADING.
           05  FILLER                  PIC X(9) VALUE 'MANAGER: '.
           05  MGH-MANAGER-ID          PIC X(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  MGH-MANAGER-NAME        PIC X(25).
       01  UNRESOLVED-HEADING.
           05  FILLER                  PIC X(35) VALUE
               'MANAGER UNASSIGNED OR NOT RESOLVED '.
       01  DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-SALESMAN-ID         PIC X(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-MONTH-SALES         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-MONTH-PCT           PIC ZZZ9.9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-QTD-PCT             PIC ZZZ9.9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-YTD-SALES           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-YTD-PCT             PIC ZZZ9.9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-PROJECTION          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-PACE-PCT            PIC ZZZ9.9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-YTD-COMMISSION      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-FLAG                PIC X(8).
       01  RECAP-LINE.
           05  FILLER                  PIC X(20) VALUE
               'SALESMEN BELOW PACE:'.
           05  RCP-BEHIND-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           DISPLAY 'SALES QUOTA ATTAINMENT'.
           DISPLAY 'ENTER THE REPORT MONTH (CCYYMM)'.
           ACCEPT REPORT-PERIOD-INPUT.
           IF REPORT-PERIOD-INPUT NOT NUMERIC
             OR REPORT-MONTH < 1 OR REPORT-MONTH > 12
               DISPLAY 'THAT IS NOT A MONTH -- NOTHING REPORTED'
               STOP RUN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-READ-PARAMETERS.
           OPEN I-O QUOTA-MASTER.
           IF QUOTA-STATUS NOT = '00'
               DISPLAY 'QUOTARPT: QUOTAMST NOT AVAILABLE, STATUS: '
                   QUOTA-STATUS
               STOP RUN.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS NOT = '00'
               DISPLAY 'QUOTARPT: SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS
               CLOSE QUOTA-MASTER
               STOP RUN.
           PERFORM 0100-ACCUMULATE-CYCLE-SALES.
           PERFORM 0200-POST-CYCLE-SALES
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > NR-CYCLE-SALESMEN.
           PERFORM 0300-LOAD-QUOTA-YEAR.
           CLOSE QUOTA-MASTER.
           PERFORM 0400-RESOLVE-MANAGERS.
           CLOSE SALESMAN-MASTER-FILE.
           OPEN INPUT YTD-COMMISSION-MASTER.
           OPEN OUTPUT ATTAINMENT-REPORT.
           MOVE REPORT-YEAR TO HDG-YEAR.
           MOVE REPORT-MONTH TO HDG-MONTH.
           MOVE PACE-THRESHOLD-PCT TO HDG-THRESHOLD.
           WRITE ATTAINMENT-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO ATTAINMENT-REPORT-LINE.
           WRITE ATTAINMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE ATTAINMENT-REPORT-LINE FROM COLUMN-HEADING.
           MOVE ZERO TO ADD-FIGURES.
           MOVE ADD-FIGURES TO COMPANY-FIGURES.
           PERFORM 0500-PRINT-ONE-TEAM
               VARYING MGR-SUB FROM 1 BY 1
               UNTIL MGR-SUB > NR-MANAGERS.
           MOVE ZERO TO MGR-SUB.
           PERFORM 0500-PRINT-ONE-TEAM.
           MOVE SPACES TO ATTAINMENT-REPORT-LINE.
           WRITE ATTAINMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE COMPANY-FIGURES TO ATTAINMENT-FIGURES.
           MOVE 'COMPANY' TO DTL-SALESMAN-ID.
           PERFORM 0700-PRINT-FIGURES.
           MOVE BEHIND-PACE-COUNT TO RCP-BEHIND-COUNT.
           WRITE ATTAINMENT-REPORT-LINE FROM RECAP-LINE.
           IF YTD-COMMIS-STATUS = '00'
               CLOSE YTD-COMMISSION-MASTER.
           CLOSE ATTAINMENT-REPORT.
           DISPLAY 'QUOTARPT: ' SALES-POSTED-COUNT
               ' SALESMEN POSTED, ' NR-SALESMEN ' REPORTED, '
               BEHIND-PACE-COUNT ' BELOW PACE'.
           STOP RUN.

       0050-READ-PARAMETERS.
           OPEN INPUT QUOTA-PARAMETERS.
           IF PARAMETER-STATUS = '00'
               READ QUOTA-PARAMETERS
                   NOT AT END
                       IF QPRM-PACE-THRESHOLD-PCT NUMERIC
                         AND QPRM-PACE-THRESHOLD-PCT > ZERO
                           MOVE QPRM-PACE-THRESHOLD-PCT
                               TO PACE-THRESHOLD-PCT
                       END-IF
               END-READ
               CLOSE QUOTA-PARAMETERS.

       0100-ACCUMULATE-CYCLE-SALES.
           OPEN INPUT COMMISSIONS-OWED-FILE.
           IF OWED-STATUS NOT = '00'
               DISPLAY 'QUOTARPT: NO COMMOWED.DAT -- NOTHING POSTED '
                   'FOR THE MONTH'
               EXIT PARAGRAPH.
           PERFORM UNTIL OWED-END
               READ COMMISSIONS-OWED-FILE
                   AT END
                       MOVE 'Y' TO OWED-EOF-STATUS
                   NOT AT END
                       PERFORM 0150-ACCUMULATE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE COMMISSIONS-OWED-FILE.

      *  Clawbacks reverse commission, not the sale, and a manager's
      *  override is commission on the team's sales, not the
      *  manager's own: only the earned records and the 'S' shares
      *  of split-credit invoices carry paid sales.
       0150-ACCUMULATE-ONE-RECORD.
           IF NOT COMMIS-CARRIES-SALES
               EXIT PARAGRAPH.
           IF COMMIS-AMOUNT-SUBJECT NOT NUMERIC
               DISPLAY 'QUOTARPT: UNREADABLE OWED RECORD SKIPPED: '
                   COMMIS-SALESMAN-ID
               EXIT PARAGRAPH.
           PERFORM VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > NR-CYCLE-SALESMEN
                  OR CYC-SALESMAN-ID (CYCLE-SUB) = COMMIS-SALESMAN-ID
               CONTINUE
           END-PERFORM.
           IF CYCLE-SUB > NR-CYCLE-SALESMEN
               IF NR-CYCLE-SALESMEN < 200
                   ADD 1 TO NR-CYCLE-SALESMEN
                   MOVE NR-CYCLE-SALESMEN TO CYCLE-SUB
                   MOVE COMMIS-SALESMAN-ID
                       TO CYC-SALESMAN-ID (CYCLE-SUB)
                   MOVE ZERO TO CYC-PAID-SALES (CYCLE-SUB)
               ELSE
                   DISPLAY 'QUOTARPT: SALESMAN TABLE FULL, DROPPED: '
                       COMMIS-SALESMAN-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD COMMIS-AMOUNT-SUBJECT TO CYC-PAID-SALES (CYCLE-SUB).

       0200-POST-CYCLE-SALES.
           MOVE CYC-SALESMAN-ID (CYCLE-SUB) TO QUOTA-SALESMAN-ID.
           MOVE REPORT-YEAR TO QUOTA-YEAR.
           MOVE REPORT-MONTH TO QUOTA-MONTH.
           READ QUOTA-MASTER
               KEY IS QUOTA-KEY
               INVALID KEY
                   MOVE SPACES TO QUOTA-RECORD
                   MOVE CYC-SALESMAN-ID (CYCLE-SUB)
                       TO QUOTA-SALESMAN-ID
                   MOVE REPORT-YEAR TO QUOTA-YEAR
                   MOVE REPORT-MONTH TO QUOTA-MONTH
                   MOVE ZERO TO QUOTA-AMOUNT
           END-READ.
           MOVE CYC-PAID-SALES (CYCLE-SUB) TO QUOTA-PAID-SALES.
           MOVE TODAY-DATE TO QUOTA-POSTED-DATE.
           IF QUOTA-STATUS = '00'
               REWRITE QUOTA-RECORD
           ELSE
               WRITE QUOTA-RECORD
           END-IF.
           ADD 1 TO SALES-POSTED-COUNT.
           ADD CYC-PAID-SALES (CYCLE-SUB) TO SALES-POSTED-AMOUNT.

      *  Every quota record for the report year, salesman by
      *  salesman in key order.
       0300-LOAD-QUOTA-YEAR.
           MOVE LOW-VALUES TO QUOTA-KEY.
           START QUOTA-MASTER KEY NOT < QUOTA-KEY
               INVALID KEY
                   MOVE 'Y' TO QUOTA-EOF-STATUS
           END-START.
           PERFORM UNTIL QUOTA-END
               READ QUOTA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO QUOTA-EOF-STATUS
                   NOT AT END
                       IF QUOTA-YEAR = REPORT-YEAR
                           PERFORM 0350-LOAD-ONE-QUOTA
                       END-IF
               END-READ
           END-PERFORM.

       0350-LOAD-ONE-QUOTA.
           IF NR-SALESMEN = ZERO
             OR QTB-SALESMAN-ID (NR-SALESMEN) NOT = QUOTA-SALESMAN-ID
               IF NR-SALESMEN < 200
                   ADD 1 TO NR-SALESMEN
                   INITIALIZE SALESMAN-QUOTA-ENTRY (NR-SALESMEN)
                   MOVE QUOTA-SALESMAN-ID
                       TO QTB-SALESMAN-ID (NR-SALESMEN)
               ELSE
                   DISPLAY 'QUOTARPT: SALESMAN TABLE FULL, DROPPED: '
                       QUOTA-SALESMAN-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF QUOTA-IS-ANNUAL
               MOVE QUOTA-AMOUNT TO QTB-ANNUAL-QUOTA (NR-SALESMEN)
           ELSE
               MOVE QUOTA-AMOUNT
                   TO QTB-MONTH-QUOTA (NR-SALESMEN QUOTA-MONTH)
               MOVE QUOTA-PAID-SALES
                   TO QTB-MONTH-SALES (NR-SALESMEN QUOTA-MONTH)
           END-IF.

      *  As TEAMRPT: a manager counts only while the manager's own
      *  SALMSTR record exists and is active.
       0400-RESOLVE-MANAGERS.
           PERFORM VARYING SMAN-SUB FROM 1 BY 1
               UNTIL SMAN-SUB > NR-SALESMEN
               MOVE QTB-SALESMAN-ID (SMAN-SUB) TO SAL-SALESMAN-ID
               READ SALESMAN-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO SAL-MANAGER-ID
               END-READ
               IF SAL-MANAGER-ID = SPACES
                   MOVE ZERO TO QTB-MANAGER-SUB (SMAN-SUB)
               ELSE
                   PERFORM 0450-FIND-OR-ADD-MANAGER
                   MOVE MGR-FOUND-SUB TO QTB-MANAGER-SUB (SMAN-SUB)
               END-IF
           END-PERFORM.

       0450-FIND-OR-ADD-MANAGER.
           MOVE ZERO TO MGR-FOUND-SUB.
           PERFORM VARYING MGR-SUB FROM 1 BY 1
               UNTIL MGR-SUB > NR-MANAGERS
                  OR MGR-FOUND-SUB > ZERO
               IF MGR-MANAGER-ID (MGR-SUB) = SAL-MANAGER-ID
                   MOVE MGR-SUB TO MGR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF MGR-FOUND-SUB = ZERO
               MOVE SAL-MANAGER-ID TO SAL-SALESMAN-ID
               READ SALESMAN-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO MGR-FOUND-SUB
                   NOT INVALID KEY
                       IF SAL-IS-ACTIVE AND NR-MANAGERS < 50
                           ADD 1 TO NR-MANAGERS
                           MOVE NR-MANAGERS TO MGR-FOUND-SUB
                           MOVE SAL-SALESMAN-ID
                               TO MGR-MANAGER-ID (NR-MANAGERS)
                           MOVE SAL-NAME
                               TO MGR-MANAGER-NAME (NR-MANAGERS)
                       ELSE
                           MOVE ZERO TO MGR-FOUND-SUB
                       END-IF
               END-READ.

      *  One manager's team, or with MGR-SUB zero the unresolved
      *  section, each salesman followed by the team line.
       0500-PRINT-ONE-TEAM.
           MOVE SPACES TO ATTAINMENT-REPORT-LINE.
           WRITE ATTAINMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF MGR-SUB = ZERO
               WRITE ATTAINMENT-REPORT-LINE FROM UNRESOLVED-HEADING
           ELSE
               MOVE MGR-MANAGER-ID (MGR-SUB) TO MGH-MANAGER-ID
               MOVE MGR-MANAGER-NAME (MGR-SUB) TO MGH-MANAGER-NAME
               WRITE ATTAINMENT-REPORT-LINE FROM MANAGER-HEADING.
           MOVE ZERO TO ADD-FIGURES.
           MOVE ADD-FIGURES TO TEAM-FIGURES.
           PERFORM VARYING SMAN-SUB FROM 1 BY 1
               UNTIL SMAN-SUB > NR-SALESMEN
               IF QTB-MANAGER-SUB (SMAN-SUB) = MGR-SUB
                   PERFORM 0600-MEASURE-ONE-SALESMAN
                   MOVE QTB-SALESMAN-ID (SMAN-SUB) TO DTL-SALESMAN-ID
                   PERFORM 0700-PRINT-FIGURES
                   MOVE TEAM-FIGURES TO ADD-FIGURES
                   PERFORM 0650-ADD-FIGURES
                   MOVE ADD-FIGURES TO TEAM-FIGURES
                   MOVE COMPANY-FIGURES TO ADD-FIGURES
                   PERFORM 0650-ADD-FIGURES
                   MOVE ADD-FIGURES TO COMPANY-FIGURES
               END-IF
           END-PERFORM.
           MOVE TEAM-FIGURES TO ATTAINMENT-FIGURES.
           MOVE '  TEAM' TO DTL-SALESMAN-ID.
           PERFORM 0700-PRINT-FIGURES.

       0600-MEASURE-ONE-SALESMAN.
           MOVE ZERO TO ATTAINMENT-FIGURES.
           MOVE QTB-ANNUAL-QUOTA (SMAN-SUB) TO ATT-ANNUAL-QUOTA.
           IF ATT-ANNUAL-QUOTA = ZERO
               PERFORM VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
                   ADD QTB-MONTH-QUOTA (SMAN-SUB MONTH-SUB)
                       TO ATT-ANNUAL-QUOTA
               END-PERFORM
           END-IF.
           SUBTRACT 1 FROM REPORT-MONTH GIVING QUARTER-WORK.
           DIVIDE QUARTER-WORK BY 3 GIVING QUARTER-WORK.
           COMPUTE QUARTER-FIRST-MONTH = QUARTER-WORK * 3 + 1.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > REPORT-MONTH
               MOVE QTB-MONTH-QUOTA (SMAN-SUB MONTH-SUB)
                   TO MONTH-QUOTA-WORK
               IF MONTH-QUOTA-WORK = ZERO
                   DIVIDE ATT-ANNUAL-QUOTA BY 12
                       GIVING MONTH-QUOTA-WORK ROUNDED
               END-IF
               ADD MONTH-QUOTA-WORK TO ATT-YTD-QUOTA
               ADD QTB-MONTH-SALES (SMAN-SUB MONTH-SUB)
                   TO ATT-YTD-SALES
               IF MONTH-SUB NOT < QUARTER-FIRST-MONTH
                   ADD MONTH-QUOTA-WORK TO ATT-QTD-QUOTA
                   ADD QTB-MONTH-SALES (SMAN-SUB MONTH-SUB)
                       TO ATT-QTD-SALES
               END-IF
               IF MONTH-SUB = REPORT-MONTH
                   MOVE MONTH-QUOTA-WORK TO ATT-MONTH-QUOTA
                   MOVE QTB-MONTH-SALES (SMAN-SUB MONTH-SUB)
                       TO ATT-MONTH-SALES
               END-IF
           END-PERFORM.
           COMPUTE ATT-PROJECTION ROUNDED =
               ATT-YTD-SALES * 12 / REPORT-MONTH.
           MOVE QTB-SALESMAN-ID (SMAN-SUB) TO YTD-SALESMAN-ID.
           IF YTD-COMMIS-STATUS = '00' OR '23'
               READ YTD-COMMISSION-MASTER
                   KEY IS YTD-SALESMAN-ID
                   INVALID KEY
                       MOVE ZERO TO YTD-COMMISSION-TOTAL
                   NOT INVALID KEY
                       MOVE YTD-COMMISSION-TOTAL
                           TO ATT-YTD-COMMISSION
               END-READ
           END-IF.

       0650-ADD-FIGURES.
           ADD ATT-MONTH-QUOTA TO ADD-MONTH-QUOTA.
           ADD ATT-MONTH-SALES TO ADD-MONTH-SALES.
           ADD ATT-QTD-QUOTA TO ADD-QTD-QUOTA.
           ADD ATT-QTD-SALES TO ADD-QTD-SALES.
           ADD ATT-YTD-QUOTA TO ADD-YTD-QUOTA.
           ADD ATT-YTD-SALES TO ADD-YTD-SALES.
           ADD ATT-ANNUAL-QUOTA TO ADD-ANNUAL-QUOTA.
           ADD ATT-PROJECTION TO ADD-PROJECTION.
           ADD ATT-YTD-COMMISSION TO ADD-YTD-COMMISSION.

      *  A salesman's line is flagged, and counted, when the pace
      *  projection falls short of the threshold; team and company
      *  lines show the flag but are not counted.
       0700-PRINT-FIGURES.
           MOVE ATT-MONTH-SALES TO DTL-MONTH-SALES.
           MOVE ATT-MONTH-QUOTA TO PERCENT-BASE.
           MOVE ATT-MONTH-SALES TO PERCENT-PART.
           PERFORM 0750-COMPUTE-PERCENT.
           MOVE PERCENT-RESULT TO DTL-MONTH-PCT.
           MOVE ATT-QTD-QUOTA TO PERCENT-BASE.
           MOVE ATT-QTD-SALES TO PERCENT-PART.
           PERFORM 0750-COMPUTE-PERCENT.
           MOVE PERCENT-RESULT TO DTL-QTD-PCT.
           MOVE ATT-YTD-SALES TO DTL-YTD-SALES.
           MOVE ATT-YTD-QUOTA TO PERCENT-BASE.
           MOVE ATT-YTD-SALES TO PERCENT-PART.
           PERFORM 0750-COMPUTE-PERCENT.
           MOVE PERCENT-RESULT TO DTL-YTD-PCT.
           MOVE ATT-PROJECTION TO DTL-PROJECTION.
           MOVE ATT-ANNUAL-QUOTA TO PERCENT-BASE.
           MOVE ATT-PROJECTION TO PERCENT-PART.
           PERFORM 0750-COMPUTE-PERCENT.
           MOVE PERCENT-RESULT TO PACE-PERCENT.
           MOVE PACE-PERCENT TO DTL-PACE-PCT.
           MOVE ATT-YTD-COMMISSION TO DTL-YTD-COMMISSION.
           MOVE SPACES TO DTL-FLAG.
           IF ATT-ANNUAL-QUOTA = ZERO
               MOVE 'NO QUOTA' TO DTL-FLAG
           ELSE
               IF PACE-PERCENT < PACE-THRESHOLD-PCT
                   MOVE 'BEHIND' TO DTL-FLAG
                   IF DTL-SALESMAN-ID (1:1) NOT = SPACE
                     AND DTL-SALESMAN-ID NOT = 'COMPANY'
                       ADD 1 TO BEHIND-PACE-COUNT
                   END-IF
               END-IF
           END-IF.
           WRITE ATTAINMENT-REPORT-LINE FROM DETAIL-LINE.

       0750-COMPUTE-PERCENT.
           IF PERCENT-BASE = ZERO
               MOVE ZERO TO PERCENT-RESULT
           ELSE
               COMPUTE PERCENT-RESULT ROUNDED =
                   PERCENT-PART * 100 / PERCENT-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO PERCENT-RESULT
               END-COMPUTE
           END-IF.
